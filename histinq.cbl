                                    SIGN LEADING SEPARATE.
           05 HIST-DIFERENCA        PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 HIST-LADO-01          PIC X(01).
           05 HIST-LADO-02          PIC X(01).
           05 HIST-LADO-03          PIC X(01).
           05 HIST-SITUACAO         PIC X(01).
               88 HIST-ATIVO            VALUE "A" " ".
               88 HIST-ESTORNADO        VALUE "E".
           05 HIST-DATA-ESTORNO     PIC 9(08).
           05 HIST-OPER-ESTORNO     PIC X(08).
           05 HIST-MOTIVO-ESTORNO   PIC X(30).
           05 HIST-DATA-ORIGEM-01   PIC 9(08).
           05 HIST-DATA-ORIGEM-02   PIC 9(08).
           05 HIST-DATA-ORIGEM-03   PIC 9(08).
           05 HIST-MOEDA            PIC X(03).
           05 HIST-DATA-VALOR-01    PIC 9(08).
           05 HIST-DATA-VALOR-02    PIC 9(08).
           05 HIST-DATA-VALOR-03    PIC 9(08).
           05 HIST-DIAS-INTERVALO   PIC 9(05).
           05 HIST-REGRA            PIC X(08).
           05 HIST-MODO             PIC X(01).
           05 HIST-DATA-MOV         PIC 9(08).

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETROS.
           05 TARGET-FILTRO         PIC S9(07)V99 VALUE 0.
           05 FILTRA-TARGET         PIC X(01) VALUE "N".
           05 QTDE-LISTADOS         PIC 9(07) VALUE 0.
           05 QTDE-ESTORNADOS       PIC 9(07) VALUE 0.
           05 VALOR-CONVERTIDO      PIC S9(07)V99 VALUE 0.
           05 FLAG-VALOR-VALIDO     PIC X(01) VALUE "N".
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 VALOR-EDITADO-02      PIC +9(7).99.
           05 VALOR-EDITADO-03      PIC +9(7).99.
           05 VALOR-EDITADO-04      PIC +9(7).99.
           05 INTERVALO-EDITADO     PIC ZZZZ9.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

           IF FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: HISTMATCH.DAT NAO PODE SER ABERTO"
                   " COMO ARQUIVO INDEXADO - FS " FS-HISTORICO
               DISPLAY "SE O ARQUIVO AINDA ESTA EM FORMATO ANTERIOR"
                   " (SEQUENCIAL OU INDEXADO DE 103 POSICOES),"
                   " CONVERTER COM HIST_ORG ANTES DE CONSULTAR."
               MOVE SPACES TO LINHA-RELATORIO
               STRING "HISTORICO EM FORMATO INVALIDO - CONVERTER"
                      " COM HIST_ORG." DELIMITED BY SIZE
                  HIST-CONTA DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF HIST-LADO-01 NOT = SPACE OR HIST-LADO-02 NOT = SPACE
                   OR HIST-LADO-03 NOT = SPACE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            LADOS [" DELIMITED BY SIZE
                      HIST-LADO-01 DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      HIST-LADO-02 DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      HIST-LADO-03 DELIMITED BY SIZE
                      "] (B=BANCO C=CONTABIL)" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF HIST-MOEDA NOT = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            MOEDA [" DELIMITED BY SIZE
                      HIST-MOEDA DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF HIST-REGRA NOT = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            REGRA [" DELIMITED BY SIZE
                      HIST-REGRA DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF HIST-DATA-VALOR-01 IS NUMERIC
                   AND HIST-DATA-VALOR-01 NOT = ZEROES
               MOVE HIST-DIAS-INTERVALO TO INTERVALO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            DATAS VALOR [" DELIMITED BY SIZE
                      HIST-DATA-VALOR-01 DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      HIST-DATA-VALOR-02 DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      HIST-DATA-VALOR-03 DELIMITED BY SIZE
                      "] INTERVALO " DELIMITED BY SIZE
                      INTERVALO-EDITADO DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF HIST-ESTORNADO
               ADD 1 TO QTDE-ESTORNADOS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            ESTORNADO EM " DELIMITED BY SIZE
                      HIST-DATA-ESTORNO DELIMITED BY SIZE
                      " OPER " DELIMITED BY SIZE
                      HIST-OPER-ESTORNO DELIMITED BY SIZE
                      " MOTIVO: " DELIMITED BY SIZE
                      HIST-MOTIVO-ESTORNO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       FECHAR-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MATCHES LISTADOS: " DELIMITED BY SIZE
                  QTDE-LISTADOS DELIMITED BY SIZE
                  "  ESTORNADOS: " DELIMITED BY SIZE
                  QTDE-ESTORNADOS DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           DISPLAY "MATCHES LISTADOS: " QTDE-LISTADOS
               "  ESTORNADOS: " QTDE-ESTORNADOS

           CLOSE RELATORIO.

