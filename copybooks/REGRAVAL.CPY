      *================================================================*
      *    BOOK........: REGRAVAL                                     *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: ROTINA PADRAO DE CARGA E AVALIACAO DAS       *
      *                  REGRAS DE CONSISTENCIA ENTRE CAMPOS (VIDE    *
      *                  COPY REGRCOND). 8800-ARMAZENAR-CARTAO-REGRA  *
      *                  CRITICA O CARTAO 'REGRA' CORRENTE CONTRA O   *
      *                  DIRETORIO DE CAMPOS E GUARDA A REGRA;        *
      *                  8810-AVALIAR-REGRA AVALIA A REGRA            *
      *                  POSICIONADA EM WRK-IDX-RGR SOBRE O REGISTRO  *
      *                  CORRENTE E LIGA WRK-REGRA-VIOLADA QUANDO O   *
      *                  REGISTRO NAO A CUMPRE.                       *
      *    USO.........: COPY REGRAVAL NA PROCEDURE DIVISION, UMA     *
      *                  UNICA VEZ POR PROGRAMA, JUNTO COM COPY       *
      *                  DECODNUM E COPY FILTAVAL (OS VALORES DO      *
      *                  CARTAO SAO CONVERTIDOS POR 8770-CONVERTER-   *
      *                  VALOR-FILTRO). O PROGRAMA QUE INCLUI ESTE    *
      *                  BOOK DEVE DECLARAR A SECTION 9300-FORMATAR-  *
      *                  ERRO-CARTAO E A SECTION 2179-ESTAGIAR-CAMPO- *
      *                  REGRA, QUE MOVE OS BYTES DO CAMPO DE INDICE  *
      *                  WRK-RGR-IDX-ESTAGIO NO DIRETORIO, DO         *
      *                  REGISTRO CORRENTE, PARA WRK-DEC-BYTES/       *
      *                  TAMANHO/TIPO.                                *
      *================================================================*

      *----------------------------------------------------------------*
       8800-ARMAZENAR-CARTAO-REGRA     SECTION.
      *----------------------------------------------------------------*
      *    OS CAMPOS NOMEADOS PELA REGRA DEVEM TER SIDO DESCRITOS POR  *
      *    CARTOES 'CAMPO' ANTERIORES NO MACO. QUALQUER INCOERENCIA    *
      *    (OPERACAO DESCONHECIDA, CAMPO INEXISTENTE, GENEROS          *
      *    INCOMPATIVEIS, TEXTO MAIOR QUE O SUPORTADO) DERRUBA O RUN   *
      *    PELO ERRO DE CARTAO - REGRA MAL ESCRITA NAO PODE REJEITAR   *
      *    (OU DEIXAR PASSAR) UMA NOITE INTEIRA.                       *
      *----------------------------------------------------------------*

           ADD 1                       TO  WRK-QTD-REGRAS.

           IF  WRK-QTD-REGRAS          GREATER   20
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           IF  RGR-NOME-REGRA          EQUAL     SPACES
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           SET WRK-IDX-RGR             TO        WRK-QTD-REGRAS.

           MOVE RGR-NOME-REGRA         TO WRK-RGR-NOME(WRK-IDX-RGR).
           MOVE RGR-OPERACAO           TO WRK-RGR-OPERACAO
                                          (WRK-IDX-RGR)
                                          WRK-RGR-OPERADOR
                                          (WRK-IDX-RGR).
           MOVE ZEROS                  TO WRK-RGR-IDX-A(WRK-IDX-RGR)
                                          WRK-RGR-IDX-B(WRK-IDX-RGR)
                                          WRK-RGR-IDX-C(WRK-IDX-RGR)
                                          WRK-RGR-VALOR-A-NUM
                                          (WRK-IDX-RGR)
                                          WRK-RGR-VALOR-B-NUM
                                          (WRK-IDX-RGR)
                                          WRK-RGR-VIOLACOES
                                          (WRK-IDX-RGR).
           MOVE SPACES                 TO WRK-RGR-VALOR-A-TXT
                                          (WRK-IDX-RGR)
                                          WRK-RGR-VALOR-B-TXT
                                          (WRK-IDX-RGR).

           MOVE RGR-CAMPO-A            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 8805-RESOLVER-CAMPO-REGRA.
           MOVE WRK-RGR-IDX-ACHADO     TO WRK-RGR-IDX-A(WRK-IDX-RGR).
           MOVE WRK-DIR-TIPO(WRK-RGR-IDX-ACHADO)
                                       TO WRK-RGR-GENERO-A.

           EVALUATE TRUE
               WHEN WRK-RGR-SOMA(WRK-IDX-RGR)
                   PERFORM 8801-CRITICAR-REGRA-SOMA
               WHEN WRK-RGR-COMPARACAO(WRK-IDX-RGR)
                   PERFORM 8802-CRITICAR-REGRA-COMPARACAO
               WHEN WRK-RGR-CONDICIONAL(WRK-IDX-RGR)
                   PERFORM 8803-CRITICAR-REGRA-CONDICIONAL
               WHEN OTHER
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       8800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8801-CRITICAR-REGRA-SOMA        SECTION.
      *----------------------------------------------------------------*
      *    CAMPO-A + CAMPO-B = CAMPO-C: OS TRES CAMPOS NUMERICOS.      *
      *----------------------------------------------------------------*

           IF  WRK-RGR-GENERO-A        EQUAL     'X'
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE RGR-CAMPO-B            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 8805-RESOLVER-CAMPO-REGRA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-ACHADO)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-RGR-IDX-ACHADO     TO WRK-RGR-IDX-B(WRK-IDX-RGR).

           MOVE RGR-CAMPO-C            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 8805-RESOLVER-CAMPO-REGRA.

           IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-ACHADO)
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE WRK-RGR-IDX-ACHADO     TO WRK-RGR-IDX-C(WRK-IDX-RGR).

      *----------------------------------------------------------------*
       8801-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8802-CRITICAR-REGRA-COMPARACAO  SECTION.
      *----------------------------------------------------------------*
      *    CAMPO-A <OPERADOR> CAMPO-B: OS DOIS NUMERICOS OU OS DOIS    *
      *    TEXTO; TEXTO LIMITADO A 20 BYTES (A AREA DE ESTAGIO).       *
      *----------------------------------------------------------------*

           MOVE RGR-CAMPO-B            TO WRK-RGR-NOME-PROCURADO.
           PERFORM 8805-RESOLVER-CAMPO-REGRA.

           MOVE WRK-RGR-IDX-ACHADO     TO WRK-RGR-IDX-B(WRK-IDX-RGR).

           IF  WRK-RGR-GENERO-A        EQUAL     'X'
               IF  NOT WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-ACHADO)
               OR  WRK-DIR-TAMANHO(WRK-RGR-IDX-ACHADO) GREATER 20
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
           ELSE
               IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-ACHADO)
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
           END-IF.

           MOVE WRK-RGR-IDX-A(WRK-IDX-RGR) TO WRK-RGR-IDX-ACHADO.

           IF  WRK-RGR-GENERO-A        EQUAL     'X'
           AND WRK-DIR-TAMANHO(WRK-RGR-IDX-ACHADO) GREATER 20
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       8802-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8803-CRITICAR-REGRA-CONDICIONAL SECTION.
      *----------------------------------------------------------------*
      *    SE CAMPO-A = VALOR-A ENTAO CAMPO-B <OPERADOR> VALOR-B. OS   *
      *    VALORES DO CARTAO SAO CONVERTIDOS PARA NUMERO QUANDO O      *
      *    CAMPO E NUMERICO; CAMPO TEXTO LIMITADO A 10 BYTES (O        *
      *    TAMANHO DO VALOR NO CARTAO).                                *
      *----------------------------------------------------------------*

           MOVE RGR-SE-OPERADOR        TO WRK-RGR-OPERADOR-AVAL.

           IF  NOT WRK-RGR-OP-VALIDO
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

           MOVE RGR-SE-OPERADOR        TO WRK-RGR-OPERADOR
                                          (WRK-IDX-RGR).

           IF  WRK-RGR-GENERO-A        EQUAL     'X'
               IF  WRK-DIR-TAMANHO(WRK-RGR-IDX-ACHADO) GREATER 10
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
               MOVE RGR-SE-VALOR-A     TO WRK-RGR-VALOR-A-TXT
                                          (WRK-IDX-RGR)
           ELSE
               MOVE RGR-SE-VALOR-A     TO WRK-FVC-TEXTO
               PERFORM 8770-CONVERTER-VALOR-FILTRO
               MOVE WRK-FVC-NUMERO     TO WRK-RGR-VALOR-A-NUM
                                          (WRK-IDX-RGR)
           END-IF.

           MOVE RGR-SE-CAMPO-B         TO WRK-RGR-NOME-PROCURADO.
           PERFORM 8805-RESOLVER-CAMPO-REGRA.

           MOVE WRK-RGR-IDX-ACHADO     TO WRK-RGR-IDX-B(WRK-IDX-RGR).

           IF  WRK-DIR-TIPO-TEXTO(WRK-RGR-IDX-ACHADO)
               IF  WRK-DIR-TAMANHO(WRK-RGR-IDX-ACHADO) GREATER 10
                   PERFORM 9300-FORMATAR-ERRO-CARTAO
               END-IF
               MOVE RGR-SE-VALOR-B     TO WRK-RGR-VALOR-B-TXT
                                          (WRK-IDX-RGR)
           ELSE
               MOVE RGR-SE-VALOR-B     TO WRK-FVC-TEXTO
               PERFORM 8770-CONVERTER-VALOR-FILTRO
               MOVE WRK-FVC-NUMERO     TO WRK-RGR-VALOR-B-NUM
                                          (WRK-IDX-RGR)
           END-IF.

      *----------------------------------------------------------------*
       8803-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8805-RESOLVER-CAMPO-REGRA       SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO WRK-RGR-IDX-ACHADO.

           PERFORM 8806-PROCURAR-CAMPO-REGRA
               VARYING WRK-IDX-DIR FROM 1 BY 1
               UNTIL WRK-IDX-DIR       GREATER   WRK-QTD-CAMPOS
                  OR WRK-RGR-IDX-ACHADO GREATER  ZEROS.

           IF  WRK-RGR-IDX-ACHADO      EQUAL     ZEROS
               PERFORM 9300-FORMATAR-ERRO-CARTAO
           END-IF.

      *----------------------------------------------------------------*
       8805-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8806-PROCURAR-CAMPO-REGRA       SECTION.
      *----------------------------------------------------------------*

           IF  WRK-DIR-NOME(WRK-IDX-DIR) EQUAL WRK-RGR-NOME-PROCURADO
               SET WRK-RGR-IDX-ACHADO  TO WRK-IDX-DIR
           END-IF.

      *----------------------------------------------------------------*
       8806-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8810-AVALIAR-REGRA              SECTION.
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-REGRA-VIOLADA.

           EVALUATE TRUE
               WHEN WRK-RGR-SOMA(WRK-IDX-RGR)
                   PERFORM 8811-AVALIAR-REGRA-SOMA
               WHEN WRK-RGR-COMPARACAO(WRK-IDX-RGR)
                   PERFORM 8812-AVALIAR-REGRA-COMPARACAO
               WHEN WRK-RGR-CONDICIONAL(WRK-IDX-RGR)
                   PERFORM 8813-AVALIAR-REGRA-CONDICIONAL
           END-EVALUATE.

      *----------------------------------------------------------------*
       8810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8811-AVALIAR-REGRA-SOMA         SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RGR-IDX-A(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8811-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-1.

           MOVE WRK-RGR-IDX-B(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8811-99-FIM
           END-IF.

           ADD WRK-DEC-VALOR           TO WRK-RGR-NUM-1.

           MOVE WRK-RGR-IDX-C(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8811-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-2.

           IF  WRK-RGR-NUM-1           NOT EQUAL WRK-RGR-NUM-2
               SET WRK-REGRA-VIOLADA   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8811-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8812-AVALIAR-REGRA-COMPARACAO   SECTION.
      *----------------------------------------------------------------*

           MOVE WRK-RGR-IDX-A(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8812-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-1.
           MOVE WRK-DEC-BYTES          TO WRK-RGR-TXT-1.

           MOVE WRK-RGR-IDX-B(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8812-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-2.
           MOVE WRK-DEC-BYTES          TO WRK-RGR-TXT-2.

           MOVE WRK-RGR-OPERADOR(WRK-IDX-RGR) TO WRK-RGR-OPERADOR-AVAL.
           PERFORM 8820-COMPARAR-OPERANDOS.

           IF  NOT WRK-COMPARACAO-ATENDIDA
               SET WRK-REGRA-VIOLADA   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8812-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8813-AVALIAR-REGRA-CONDICIONAL  SECTION.
      *----------------------------------------------------------------*
      *    REGISTRO QUE NAO ATENDE A CONDICAO (CAMPO-A DIFERENTE DE    *
      *    VALOR-A) NAO E AVALIADO; CAMPO-A NUMERICO INVALIDO IMPEDE   *
      *    SABER SE A CONDICAO SE APLICA E VIOLA A REGRA.              *
      *----------------------------------------------------------------*

           MOVE WRK-RGR-IDX-A(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8813-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-1.
           MOVE WRK-DEC-BYTES          TO WRK-RGR-TXT-1.
           MOVE WRK-RGR-VALOR-A-NUM(WRK-IDX-RGR) TO WRK-RGR-NUM-2.
           MOVE WRK-RGR-VALOR-A-TXT(WRK-IDX-RGR) TO WRK-RGR-TXT-2.

           MOVE 'EQ'                   TO WRK-RGR-OPERADOR-AVAL.
           PERFORM 8820-COMPARAR-OPERANDOS.

           IF  NOT WRK-COMPARACAO-ATENDIDA
               GO TO 8813-99-FIM
           END-IF.

           MOVE WRK-RGR-IDX-B(WRK-IDX-RGR) TO WRK-RGR-IDX-ESTAGIO.
           PERFORM 8815-OBTER-OPERANDO.

           IF  NOT WRK-OPERANDO-VALIDO
               SET WRK-REGRA-VIOLADA   TO TRUE
               GO TO 8813-99-FIM
           END-IF.

           MOVE WRK-DEC-VALOR          TO WRK-RGR-NUM-1.
           MOVE WRK-DEC-BYTES          TO WRK-RGR-TXT-1.
           MOVE WRK-RGR-VALOR-B-NUM(WRK-IDX-RGR) TO WRK-RGR-NUM-2.
           MOVE WRK-RGR-VALOR-B-TXT(WRK-IDX-RGR) TO WRK-RGR-TXT-2.

           MOVE WRK-RGR-OPERADOR(WRK-IDX-RGR) TO WRK-RGR-OPERADOR-AVAL.
           PERFORM 8820-COMPARAR-OPERANDOS.

           IF  NOT WRK-COMPARACAO-ATENDIDA
               SET WRK-REGRA-VIOLADA   TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       8813-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8815-OBTER-OPERANDO             SECTION.
      *----------------------------------------------------------------*
      *    ESTAGIA (PELA SECTION DO PROGRAMA) O CAMPO DE INDICE        *
      *    WRK-RGR-IDX-ESTAGIO E, SE NUMERICO, DECODIFICA-O. O TEXTO   *
      *    FICA EM WRK-DEC-BYTES COMPLETADO COM BRANCOS.               *
      *----------------------------------------------------------------*

           MOVE 'S'                    TO WRK-SW-OPERANDO-VALIDO.
           MOVE ZEROS                  TO WRK-DEC-VALOR.

           PERFORM 2179-ESTAGIAR-CAMPO-REGRA.

           MOVE WRK-DIR-TIPO(WRK-RGR-IDX-ESTAGIO)
                                       TO WRK-RGR-GENERO-AVAL.

           IF  WRK-RGR-GENERO-TEXTO
               GO TO 8815-99-FIM
           END-IF.

           PERFORM 8700-DECODIFICAR-CAMPO.

           IF  NOT WRK-DEC-VALIDO
               MOVE 'N'                TO WRK-SW-OPERANDO-VALIDO
           END-IF.

      *----------------------------------------------------------------*
       8815-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8820-COMPARAR-OPERANDOS         SECTION.
      *----------------------------------------------------------------*
      *    COMPARA OPERANDO-1 COM OPERANDO-2 PELO OPERADOR DE          *
      *    WRK-RGR-OPERADOR-AVAL, EM TEXTO OU EM NUMERO CONFORME O     *
      *    GENERO DO ULTIMO CAMPO OBTIDO.                              *
      *----------------------------------------------------------------*

           MOVE 'N'                    TO WRK-SW-COMPARACAO.

           IF  WRK-RGR-GENERO-TEXTO
               PERFORM 8821-COMPARAR-TEXTO-REGRA
           ELSE
               PERFORM 8822-COMPARAR-NUMERO-REGRA
           END-IF.

      *----------------------------------------------------------------*
       8820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8821-COMPARAR-TEXTO-REGRA       SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-RGR-OPERADOR-AVAL
               WHEN 'EQ'
                   IF  WRK-RGR-TXT-1   EQUAL     WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'NE'
                   IF  WRK-RGR-TXT-1   NOT EQUAL WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'GT'
                   IF  WRK-RGR-TXT-1   GREATER   WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'GE'
                   IF  WRK-RGR-TXT-1   NOT LESS  WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'LT'
                   IF  WRK-RGR-TXT-1   LESS      WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'LE'
                   IF  WRK-RGR-TXT-1   NOT GREATER WRK-RGR-TXT-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       8821-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       8822-COMPARAR-NUMERO-REGRA      SECTION.
      *----------------------------------------------------------------*

           EVALUATE WRK-RGR-OPERADOR-AVAL
               WHEN 'EQ'
                   IF  WRK-RGR-NUM-1   EQUAL     WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'NE'
                   IF  WRK-RGR-NUM-1   NOT EQUAL WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'GT'
                   IF  WRK-RGR-NUM-1   GREATER   WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'GE'
                   IF  WRK-RGR-NUM-1   NOT LESS  WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'LT'
                   IF  WRK-RGR-NUM-1   LESS      WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
               WHEN 'LE'
                   IF  WRK-RGR-NUM-1   NOT GREATER WRK-RGR-NUM-2
                       SET WRK-COMPARACAO-ATENDIDA TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       8822-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
