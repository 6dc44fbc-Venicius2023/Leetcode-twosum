           05 EST-TIPO-REG          PIC X(01).
               88 EST-REG-REQUISICAO   VALUE "R".
               88 EST-REG-TOTAL        VALUE "T".
               88 EST-REG-REGRA        VALUE "G".
           05 EST-DATA-MOV          PIC 9(08).
           05 EST-DATA              PIC 9(08).
           05 EST-HORA              PIC 9(08).
           05 EST-QTDE-EXCECOES     PIC 9(04).
           05 EST-TEMPO-CS          PIC 9(09).
           05 EST-CODIGO-RETORNO    PIC 9(02).
           05 EST-REGRA-ID          PIC X(08).
           05 EST-REGRA-SEQ         PIC 9(02).
           05 EST-VALOR-CASADO      PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETROS.
           05 TEMPO-MEDIO-SEG       PIC 9(07) VALUE 0.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.
           05 G                     PIC 9(03) VALUE 0.
           05 INDICE-REGRA          PIC 9(03) VALUE 0.
           05 ACHOU-REGRA           PIC X(01) VALUE "N".
           05 VALOR-EDITADO         PIC +9(13).99.

       01 STATUS-ARQUIVOS.
           05 FS-ESTATISTICA        PIC X(02) VALUE "00".
               10 DIA-EXCECOES         PIC 9(05).

       01 TABELA-MODOS.
           05 RESUMO-MODO OCCURS 7 TIMES.
               10 MODO-REQUISICOES     PIC 9(05).
               10 MODO-TEMPO-CS        PIC 9(11).

       01 TABELA-REGRAS.
           05 QTDE-REGRAS           PIC 9(03) VALUE 0.
           05 RESUMO-REGRA OCCURS 1 TO 200 TIMES
                           DEPENDING ON QTDE-REGRAS.
               10 REGRA-ID             PIC X(08).
               10 REGRA-MODO           PIC 9(01).
               10 REGRA-PASSOS         PIC 9(05).
               10 REGRA-OCORRENCIAS    PIC 9(07).
               10 REGRA-VALOR          PIC S9(13)V99.
               10 REGRA-TEMPO-CS       PIC 9(11).

       PROCEDURE DIVISION.
       INICIO.

           PERFORM ACUMULAR-ESTATISTICAS
           PERFORM EMITIR-TENDENCIA-POR-DIA
           PERFORM EMITIR-TENDENCIA-POR-MODO
           PERFORM EMITIR-TENDENCIA-POR-REGRA
           PERFORM FECHAR-RELATORIO

           STOP RUN.
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 7
               MOVE 0 TO MODO-REQUISICOES(M)
               MOVE 0 TO MODO-TEMPO-CS(M)
           END-PERFORM.
               PERFORM ACUMULAR-NO-DIA
           END-IF
           IF EST-REG-REQUISICAO
               IF EST-MODO >= 1 AND EST-MODO <= 7
                   ADD 1 TO MODO-REQUISICOES(EST-MODO)
                   ADD EST-TEMPO-CS TO MODO-TEMPO-CS(EST-MODO)
               END-IF
           END-IF
           IF EST-REG-REGRA
               PERFORM ACUMULAR-NA-REGRA
           END-IF.

       ACUMULAR-NA-REGRA.
           MOVE "N" TO ACHOU-REGRA
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > QTDE-REGRAS OR ACHOU-REGRA = "S"
               IF REGRA-ID(G) = EST-REGRA-ID
                       AND REGRA-MODO(G) = EST-MODO
                   MOVE "S" TO ACHOU-REGRA
                   MOVE G TO INDICE-REGRA
               END-IF
           END-PERFORM
           IF ACHOU-REGRA = "N"
               IF QTDE-REGRAS >= 200
                   DISPLAY "TABELA DE REGRAS CHEIA - RESUMO POR"
                       " REGRA INCOMPLETO."
               ELSE
                   ADD 1 TO QTDE-REGRAS
                   MOVE QTDE-REGRAS TO INDICE-REGRA
                   MOVE EST-REGRA-ID TO REGRA-ID(INDICE-REGRA)
                   MOVE EST-MODO TO REGRA-MODO(INDICE-REGRA)
                   MOVE 0 TO REGRA-PASSOS(INDICE-REGRA)
                   MOVE 0 TO REGRA-OCORRENCIAS(INDICE-REGRA)
                   MOVE 0 TO REGRA-VALOR(INDICE-REGRA)
                   MOVE 0 TO REGRA-TEMPO-CS(INDICE-REGRA)
                   MOVE "S" TO ACHOU-REGRA
               END-IF
           END-IF
           IF ACHOU-REGRA = "S"
               ADD 1 TO REGRA-PASSOS(INDICE-REGRA)
               ADD EST-QTDE-PARES TO REGRA-OCORRENCIAS(INDICE-REGRA)
               ADD EST-VALOR-CASADO TO REGRA-VALOR(INDICE-REGRA)
               ADD EST-TEMPO-CS TO REGRA-TEMPO-CS(INDICE-REGRA)
           END-IF.

       ACUMULAR-NO-DIA.
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM VARYING M FROM 2 BY 1 UNTIL M > 7
               IF MODO-REQUISICOES(M) > 0
                   COMPUTE TEMPO-SEGUNDOS =
                       MODO-TEMPO-CS(M) / 100
               END-IF
           END-PERFORM.

       EMITIR-TENDENCIA-POR-REGRA.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "TENDENCIA POR REGRA DA CASCATA"
                  " (PASSOS / OCORRENCIAS / VALOR CASADO / TEMPO):"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF QTDE-REGRAS = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NENHUMA REGRA EXECUTADA NA SELECAO."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > QTDE-REGRAS
               COMPUTE TEMPO-SEGUNDOS = REGRA-TEMPO-CS(G) / 100
               MOVE REGRA-VALOR(G) TO VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  REGRA " DELIMITED BY SIZE
                      REGRA-ID(G) DELIMITED BY SIZE
                      " MODO " DELIMITED BY SIZE
                      REGRA-MODO(G) DELIMITED BY SIZE
                      " - PASSOS: " DELIMITED BY SIZE
                      REGRA-PASSOS(G) DELIMITED BY SIZE
                      "  OCORRENCIAS: " DELIMITED BY SIZE
                      REGRA-OCORRENCIAS(G) DELIMITED BY SIZE
                      "  VALOR: " DELIMITED BY SIZE
                      VALOR-EDITADO DELIMITED BY SIZE
                      "  TEMPO: " DELIMITED BY SIZE
                      TEMPO-SEGUNDOS DELIMITED BY SIZE
                      "S" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.

       FECHAR-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO
