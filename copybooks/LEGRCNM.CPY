      *================================================================*
      *    BOOK........: LEGRCNM                                      *
      *    PROGRAMADOR.: C&C                                          *
      *    OBJETIVO....: MAPA SIMBOLICO DO MAPSET LEGRCNM (FONTE BMS  *
      *                  EM BMS/LEGRCNM.BMS), MAPA LEGRCN1 DA         *
      *                  CONSULTA ON-LINE DO ARQOUTPD INDEXADO (VIDE  *
      *                  LEGRCONL). MESMO FORMATO QUE O ASSEMBLER DO  *
      *                  MAPSET GERA COM TYPE=DSECT - AO ALTERAR A    *
      *                  FONTE BMS, REGERAR/ACERTAR ESTE BOOK.        *
      *    LAYOUT......: PARA CADA CAMPO NOMEADO DA TELA, XXXXXL =    *
      *                  TAMANHO DIGITADO, XXXXXF/XXXXXA = FLAG/      *
      *                  ATRIBUTO, XXXXXI/XXXXXO = DADO. AS 15 LINHAS *
      *                  DE CAMPO (LINHA) SAO UMA OCORRENCIA.         *
      *================================================================*

       01  LEGRCN1I.
           02 FILLER                   PIC  X(012).
           02 TRANSL                   PIC S9(004) COMP.
           02 TRANSF                   PIC  X(001).
           02 FILLER REDEFINES TRANSF.
              03 TRANSA                PIC  X(001).
           02 TRANSI                   PIC  X(008).
           02 CHAVEL                   PIC S9(004) COMP.
           02 CHAVEF                   PIC  X(001).
           02 FILLER REDEFINES CHAVEF.
              03 CHAVEA                PIC  X(001).
           02 CHAVEI                   PIC  X(032).
           02 RUNIDL                   PIC S9(004) COMP.
           02 RUNIDF                   PIC  X(001).
           02 FILLER REDEFINES RUNIDF.
              03 RUNIDA                PIC  X(001).
           02 RUNIDI                   PIC  X(022).
           02 SEQORIL                  PIC S9(004) COMP.
           02 SEQORIF                  PIC  X(001).
           02 FILLER REDEFINES SEQORIF.
              03 SEQORIA               PIC  X(001).
           02 SEQORII                  PIC  X(009).
           02 SITUACL                  PIC S9(004) COMP.
           02 SITUACF                  PIC  X(001).
           02 FILLER REDEFINES SITUACF.
              03 SITUACA               PIC  X(001).
           02 SITUACI                  PIC  X(018).
           02 PAGINAL                  PIC S9(004) COMP.
           02 PAGINAF                  PIC  X(001).
           02 FILLER REDEFINES PAGINAF.
              03 PAGINAA               PIC  X(001).
           02 PAGINAI                  PIC  X(010).
           02 LEGRCN1-LINHAS           OCCURS 15 TIMES.
              03 LINHAL                PIC S9(004) COMP.
              03 LINHAF                PIC  X(001).
              03 LINHAI                PIC  X(079).
           02 MSGL                     PIC S9(004) COMP.
           02 MSGF                     PIC  X(001).
           02 FILLER REDEFINES MSGF.
              03 MSGA                  PIC  X(001).
           02 MSGI                     PIC  X(078).

       01  LEGRCN1O REDEFINES LEGRCN1I.
           02 FILLER                   PIC  X(012).
           02 FILLER                   PIC  X(003).
           02 TRANSO                   PIC  X(008).
           02 FILLER                   PIC  X(003).
           02 CHAVEO                   PIC  X(032).
           02 FILLER                   PIC  X(003).
           02 RUNIDO                   PIC  X(022).
           02 FILLER                   PIC  X(003).
           02 SEQORIO                  PIC  X(009).
           02 FILLER                   PIC  X(003).
           02 SITUACO                  PIC  X(018).
           02 FILLER                   PIC  X(003).
           02 PAGINAO                  PIC  X(010).
           02 LEGRCN1-LINHAS-O         OCCURS 15 TIMES.
              03 FILLER                PIC  X(002).
              03 LINHAA                PIC  X(001).
              03 LINHAO                PIC  X(079).
           02 FILLER                   PIC  X(003).
           02 MSGO                     PIC  X(078).
