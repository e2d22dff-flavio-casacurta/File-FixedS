      *                  (AAAAMMDD NAS POSICOES 9-16); 'VALOR' TRAZ   *
      *                  UM VALOR DE CHAVE CONSULTADO (POSICOES 9-40, *
      *                  VIDE CONSULTA DE HISTORICO POR CHAVE);       *
      *                  'REGRA' E UMA REGRA DE CONSISTENCIA ENTRE    *
      *                  CAMPOS JA DESCRITOS DO MESMO REGISTRO (VIDE  *
      *                  COPY REGRCOND - O LEITOR REDEFINE A AREA     *
      *                  PARA OS CAMPOS PROPRIOS DO CARTAO);          *
      *                  'AMOSTRA' TRAZ OS PARAMETROS DA AMOSTRA DE   *
      *                  AUDITORIA POR GRUPO (QUANTIDADE, METODO,     *
      *                  SEMENTE/INTERVALO E MAIORES VALORES - O      *
      *                  LEITOR REDEFINE A AREA PARA OS CAMPOS        *
      *                  PROPRIOS DO CARTAO);                         *
      *                  'LAYOUT' TRAZ NAS POSICOES 9-16 O NOME DE UM *
      *                  BOOK E CARREGA DE UMA VEZ TODOS OS CAMPOS    *
      *                  DELE A PARTIR DO DICIONARIO DE LAYOUT (VIDE  *
      *                  GERADIC E COPY DICCARGA), NO LUGAR DOS       *
      *                  CARTOES 'CAMPO' - UM CARTAO 'CAMPO' DIGITADO *
      *                  COM O MESMO NOME DE UM CAMPO DO DICIONARIO,  *
      *                  ANTES OU DEPOIS DO 'LAYOUT', PREVALECE;      *
      *                  'CONTAGEM' DESIGNA UM CAMPO NUMERICO JA      *
      *                  DESCRITO QUE TRAZ A QUANTIDADE DE REGISTROS  *
      *                  INFORMADA PELA ORIGEM (VIDE BALANCEAMENTO    *
      *                  EXTERNO DOS TOTAIS POR GRUPO);               *
      *                  'PERFIL' ABRE UM PERFIL DE EXTRACAO PARA     *
      *                  PARCEIRO (NUMERO 1-5 NA POSICAO 9, FORMATO   *
      *                  F/D NA 11, PARCEIRO NAS 13-32), AO QUAL SE   *
      *                  APLICAM OS CARTOES 'FILTRO', 'SAIDA' (CAMPO  *
      *                  JA DESCRITO QUE VAI PARA O PARCEIRO, CASAS   *
      *                  DECIMAIS 0-2 NA POSICAO 29) E 'HASH' (CAMPO  *
      *                  NUMERICO JA DESCRITO DO TOTAL DE CONTROLE)   *
      *                  SEGUINTES (VIDE EXTRATO POR PERFIL);         *
      *                  'ASCII' INDICA QUE OS CAMPOS TEXTO DO        *
      *                  ARQUIVO DESCRITO ESTAO EM ASCII (CONVERSAO   *
      *                  COM A TRADUCAO DE TEXTO LIGADA - VIDE COPY   *
      *                  EBCASC) E SAO TRADUZIDOS DE VOLTA PARA       *
      *                  EXIBICAO (VIDE CONSULTA ON-LINE DO           *
      *                  ARQOUTPD);                                   *
      *                  'FIM' ENCERRA.                               *
      *================================================================*

                 'DATAMOV'.
              88 CMP-CARTAO-VALOR                          VALUE
                 'VALOR'.
              88 CMP-CARTAO-REGRA                          VALUE
                 'REGRA'.
              88 CMP-CARTAO-AMOSTRA                        VALUE
                 'AMOSTRA'.
              88 CMP-CARTAO-LAYOUT                         VALUE
                 'LAYOUT'.
              88 CMP-CARTAO-CONTAGEM                       VALUE
                 'CONTAGEM'.
              88 CMP-CARTAO-PERFIL                         VALUE
                 'PERFIL'.
              88 CMP-CARTAO-SAIDA                          VALUE
                 'SAIDA'.
              88 CMP-CARTAO-HASH                           VALUE
                 'HASH'.
              88 CMP-CARTAO-ASCII                          VALUE
                 'ASCII'.
              88 CMP-FIM-DOS-CARTOES                       VALUE
                 'FIM'.
           03 CMP-NOME-CAMPO           PIC  X(020).
