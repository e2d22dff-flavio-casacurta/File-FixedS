      *                   CONTROLE E RELATAR AS EXCECOES (ARQEXCEC)
      *                   - MANIFESTO SEM CONFIRMACAO DEPOIS DO
      *                   PRAZO, CONFIRMACAO DIVERGENTE OU
      *                   CONFIRMACAO SEM MANIFESTO. OS MANIFESTOS
      *                   AINDA DENTRO DO PRAZO TAMBEM SAEM NO
      *                   ARQEXCEC, COM SITUACAO 'PENDENTE NO PRAZO',
      *                   SEM CONTAR COMO EXCECAO - O BOLETIM DA
      *                   NOITE (LEGRBOLE) LE O RELATORIO INTEIRO.
      *
      *                 - ENCERRAR COM RC 0 SOMENTE QUANDO O
      *                   PARCEIRO CONFIRMOU TUDO O QUE FOI ENVIADO;

           IF  WRK-DIAS-DECORRIDOS     NOT GREATER WRK-DIAS-LIMITE
               ADD 1                   TO WRK-PENDENTES
               PERFORM 3350-GRAVAR-PENDENCIA
               GO TO 3300-99-FIM
           END-IF.

       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3350-GRAVAR-PENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *    MANIFESTO AINDA DENTRO DO PRAZO: A LINHA E GRAVADA SO PARA  *
      *    INFORMACAO (BOLETIM DA NOITE) E NAO ENTRA NA CONTAGEM DE    *
      *    EXCECOES NEM NO RETURN-CODE 8.                              *
      *----------------------------------------------------------------*

           MOVE MAN-ARQUIVO            TO WRK-EXC-ARQUIVO.
           MOVE MAN-DATA               TO WRK-EXC-DATA.
           MOVE 'PENDENTE NO PRAZO'    TO WRK-EXC-SITUACAO.
           MOVE MAN-QTD                TO WRK-EXC-QTD-ENVIADA.
           MOVE ZEROS                  TO WRK-EXC-QTD-ACK.

           WRITE FD-ARQEXCEC           FROM    WRK-LINHA-EXCECAO.

           PERFORM 1130-TESTAR-FS-ARQEXCEC.

      *----------------------------------------------------------------*
       3350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       3400-GRAVAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*
