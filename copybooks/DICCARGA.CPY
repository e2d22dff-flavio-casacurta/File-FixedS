      *================================================================*
      *    BOOK........: DICCARGA                                     *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: ROTINA PADRAO DE CARGA DO DIRETORIO DE       *
      *                  CAMPOS (VIDE COPY CAMPODIR) A PARTIR DO      *
      *                  DICIONARIO DE LAYOUT (ARQDICIO, VIDE COPY    *
      *                  DICCAMPO), ACIONADA PELO CARTAO 'LAYOUT'     *
      *                  (VIDE COPY CAMPCARD). CADA ENTRADA DO BOOK   *
      *                  PEDIDO E ESTAGIADA EM WRK-CARTAO-CAMPO COMO  *
      *                  SE FOSSE UM CARTAO 'CAMPO' DIGITADO, PARA    *
      *                  PASSAR PELA MESMA CRITICA DO PROGRAMA.       *
      *    USO.........: 8900-ABRIR-DICIONARIO AO RECEBER O CARTAO    *
      *                  'LAYOUT' (JA ESTAGIA A PRIMEIRA ENTRADA);    *
      *                  PARA CADA ENTRADA, ENQUANTO NAO              *
      *                  WRK-DIC-FIM, O PROGRAMA EXECUTA 8910-        *
      *                  PROCURAR-CAMPO-DIR - SE O NOME JA ESTA NO    *
      *                  DIRETORIO (CARTAO 'CAMPO' DIGITADO ANTES DO  *
      *                  'LAYOUT') SOMA 1 EM WRK-DIC-PREEXISTENTES E  *
      *                  MANTEM O CARTAO DIGITADO; SENAO ARMAZENA A   *
      *                  ENTRADA PELA SUA PROPRIA ROTINA DE CARTAO    *
      *                  'CAMPO' E SOMA 1 EM WRK-DIC-CARREGADOS - E   *
      *                  EXECUTA 8920-LER-DICIONARIO; NO FIM,         *
      *                  8930-FECHAR-DICIONARIO. A ROTINA DE CARTAO   *
      *                  'CAMPO' DO PROGRAMA TAMBEM EXECUTA 8910 PARA *
      *                  SUBSTITUIR NO LUGAR UMA ENTRADA DE MESMO     *
      *                  NOME (CARTAO DIGITADO DEPOIS DO 'LAYOUT'),   *
      *                  DE MODO QUE O CARTAO DIGITADO SEMPRE         *
      *                  PREVALECE SOBRE O DICIONARIO.                *
      *                  COPY DICCARGA NA PROCEDURE DIVISION, UMA     *
      *                  UNICA VEZ POR PROGRAMA, JUNTO COM COPY       *
      *                  DICCAMPO NA WORKING-STORAGE; O PROGRAMA      *
      *                  DECLARA O ARQUIVO ARQDICIO (SEQUENCIAL,      *
      *                  LRECL 80, FILE STATUS WRK-FS-ARQDICIO), SO   *
      *                  ABERTO QUANDO HA CARTAO 'LAYOUT' - SEM ELE A *
      *                  DD NEM PRECISA EXISTIR.                      *
      *    OBSERVACAO..: ENTRADAS QUE NENHUM CARTAO 'CAMPO' PODERIA   *
      *                  DESCREVER (TAMANHO ACIMA DE 999, PACKED      *
      *                  ACIMA DE 8 BYTES OU ZONADO ACIMA DE 15 - VIDE*
      *                  COPY DECODNUM) SAO IGNORADAS E CONTADAS EM   *
      *                  WRK-DIC-IGNORADOS; SE PRECISAR DELAS, DIGITE *
      *                  O CARTAO 'CAMPO' CORRESPONDENTE. O LIMITE DE *
      *                  50 CAMPOS DO DIRETORIO (COPY CAMPODIR) VALE  *
      *                  PARA O TOTAL DE CAMPOS CARREGADOS MAIS OS    *
      *                  DIGITADOS - BOOK MAIOR E ERRO DE CARTAO,     *
      *                  COMO SERIA COM OS CARTOES TODOS DIGITADOS.   *
      *================================================================*

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
                                          WRK-DIC-IGNORADOS.

           OPEN INPUT ARQDICIO.

           PERFORM 8905-TESTAR-FS-ARQDICIO.

           PERFORM 8920-LER-DICIONARIO.

      *----------------------------------------------------------------*
       8900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8905-TESTAR-FS-ARQDICIO         SECTION.
      *----------------------------------------------------------------*

           IF  WRK-FS-ARQDICIO         NOT EQUAL  '00'
           AND WRK-FS-ARQDICIO         NOT EQUAL  '10'
               MOVE 'ARQDICIO'         TO WRK-NOME-ARQUIVO
               MOVE WRK-FS-ARQDICIO    TO WRK-FILE-STATUS
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
      *    DO ARQDICIO LIGA WRK-DIC-FIM.                               *
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

           READ ARQDICIO               INTO      WRK-REGISTRO-DICIO.

           PERFORM 8905-TESTAR-FS-ARQDICIO.

           IF  WRK-FS-ARQDICIO         EQUAL     '10'
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
      *    BOOK SEM NENHUMA ENTRADA NO ARQDICIO E ERRO DE CARTAO (NOME *
      *    ERRADO OU DICIONARIO DE OUTRO BOOK NA DD). O RESUMO DA      *
      *    CARGA SAI NO SYSOUT PARA CONFERENCIA DO OPERADOR.           *
      *----------------------------------------------------------------*

           CLOSE ARQDICIO.

           PERFORM 8905-TESTAR-FS-ARQDICIO.

           MOVE SPACES                 TO WRK-CARTAO-CAMPO.
           MOVE 'LAYOUT'               TO CMP-TIPO-CARTAO.
           MOVE WRK-DIC-LIVRO-PEDIDO   TO CMP-NOME-CAMPO.

           IF  WRK-DIC-LIDOS           EQUAL     ZEROS
               DISPLAY '* BOOK SEM ENTRADAS NO ARQDICIO: '
                       WRK-DIC-LIVRO-PEDIDO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           DISPLAY '* LAYOUT ' WRK-DIC-LIVRO-PEDIDO
                   ' CARREGADO DO ARQDICIO'.
           MOVE WRK-DIC-LIDOS          TO WRK-DIC-EDITADO.
           DISPLAY '*   ENTRADAS DO BOOK.............: '
                   WRK-DIC-EDITADO.
           MOVE WRK-DIC-CARREGADOS     TO WRK-DIC-EDITADO.
           DISPLAY '*   CAMPOS CARREGADOS............: '
                   WRK-DIC-EDITADO.
           MOVE WRK-DIC-PREEXISTENTES  TO WRK-DIC-EDITADO.
           DISPLAY '*   MANTIDOS DO CARTAO DIGITADO..: '
                   WRK-DIC-EDITADO.
           MOVE WRK-DIC-IGNORADOS      TO WRK-DIC-EDITADO.
           DISPLAY '*   IGNORADOS (FORA DOS LIMITES).: '
                   WRK-DIC-EDITADO.

      *----------------------------------------------------------------*
       8930-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
