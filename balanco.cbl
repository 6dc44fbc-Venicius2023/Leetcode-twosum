               88 SAIDA-REG-CABECALHO  VALUE "H".
               88 SAIDA-REG-PAR        VALUE "P".
               88 SAIDA-REG-TRAILER    VALUE "T".
               88 SAIDA-REG-MOEDA      VALUE "M".
           05 SAIDA-DADOS           PIC X(120).

       01  REG-SAIDA-CAB REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-CAB-HORA        PIC 9(08).
           05 SAIDA-CAB-JOB-ID      PIC X(08).
           05 SAIDA-CAB-CICLO       PIC 9(04).
           05 SAIDA-CAB-DATA-MOV    PIC 9(08).
           05 SAIDA-CAB-MOEDA-BASE  PIC X(03).
           05 FILLER                PIC X(81).

       01  REG-SAIDA-PAR REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-DIFERENCA       PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SAIDA-CONTA           PIC X(08).
           05 SAIDA-LADO-01         PIC X(01).
           05 SAIDA-LADO-02         PIC X(01).
           05 SAIDA-LADO-03         PIC X(01).
           05 SAIDA-MOEDA           PIC X(03).
           05 SAIDA-DATA-VALOR-01   PIC 9(08).
           05 SAIDA-DATA-VALOR-02   PIC 9(08).
           05 SAIDA-DATA-VALOR-03   PIC 9(08).
           05 SAIDA-DIAS-INTERVALO  PIC 9(05).
           05 SAIDA-MODO            PIC X(01).
           05 SAIDA-REGRA           PIC X(08).
           05 SAIDA-DATA-MOV-ORIGEM PIC 9(08).

       01  REG-SAIDA-TRL REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-TRL-SOMA        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SAIDA-TRL-CICLO       PIC 9(04).
           05 FILLER                PIC X(97).

       01  REG-SAIDA-MOE REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-MOE-MOEDA       PIC X(03).
           05 SAIDA-MOE-QTDE        PIC 9(05).
           05 SAIDA-MOE-SOMA        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SAIDA-MOE-CICLO       PIC 9(04).
           05 FILLER                PIC X(94).

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-JOB-ID            PIC X(08).
           05 AUD-TIPO-REG          PIC X(01).
               88 AUD-REG-RESUMO        VALUE "C".
           05 AUD-DADOS             PIC X(130).

       01  AUD-DADOS-RESUMO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-RESULTADO         PIC X(01).
           05 AUD-QTDE-PARES        PIC 9(05).
           05 AUD-QTDE-RESIDUO      PIC 9(04).
           05 FILLER                PIC X(98).

       FD  ARQ-RESTART.
       01  REG-RESTART.
           05 RESTART-DATA          PIC 9(08).
           05 RESTART-HORA          PIC 9(08).
           05 RESTART-JOB-ID        PIC X(08).
           05 RESTART-QTDE-MOEDAS   PIC 9(02).
           05 RESTART-MOEDA OCCURS 10 TIMES.
               10 RESTART-MOEDA-COD    PIC X(03).
               10 RESTART-MOEDA-QTDE   PIC 9(05).
               10 RESTART-MOEDA-SOMA   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(120).

       01 VARIAVEL-DE-CONTROLE.
           05 R                     PIC 9(03) VALUE 0.
           05 M                     PIC 9(02) VALUE 0.
           05 M-ATUAL               PIC 9(02) VALUE 0.
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-PROCURADA       PIC X(03) VALUE SPACES.
           05 ACHOU-REQUISICAO      PIC X(01) VALUE "N".
           05 INDICE-REQUISICAO     PIC 9(03) VALUE 0.
           05 TEM-CABECALHO         PIC X(01) VALUE "N".
               10 REQ-TARGET           PIC S9(07)V99.
               10 REQ-QTDE-PARES       PIC 9(05).

       01 TABELA-TOTAIS-MOEDA.
           05 QTDE-MOEDAS           PIC 9(02) VALUE 0.
           05 MOEDA-BALANCO OCCURS 10 TIMES.
               10 MOE-CODIGO           PIC X(03).
               10 MOE-QTDE-CONTADA     PIC 9(05).
               10 MOE-SOMA-CONTADA     PIC S9(11)V99.
               10 MOE-TEM-TRAILER      PIC X(01).
               10 MOE-QTDE-INFORMADA   PIC 9(05).
               10 MOE-SOMA-INFORMADA   PIC S9(11)V99.

       PROCEDURE DIVISION.
       INICIO.

           PERFORM CARREGAR-RESUMOS-AUDITORIA
           PERFORM CONFERIR-SAIDA
           PERFORM CONFERIR-TOTAIS
           PERFORM CONFERIR-TOTAIS-MOEDA
           PERFORM CONFERIR-RESTART
           PERFORM ENCERRAR

           IF SAIDA-CAB-CICLO IS NUMERIC
               MOVE SAIDA-CAB-CICLO TO RUN-CICLO
           END-IF
           IF SAIDA-CAB-MOEDA-BASE NOT = SPACES
               MOVE SAIDA-CAB-MOEDA-BASE TO MOEDA-BASE
           END-IF
           MOVE "S" TO TEM-CABECALHO
           CLOSE SAIDA-PARES

                               TO TRL-CICLO-INFORMADO
                       END-IF
                   END-IF
                   IF SAIDA-REG-MOEDA
                       PERFORM CONFERIR-UM-TRAILER-MOEDA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SAIDA-PARES.
               + SAIDA-VALOR-03
           ADD SOMA-REGISTRO TO SOMA-PARES-SAIDA

           MOVE SAIDA-MOEDA TO MOEDA-PROCURADA
           IF MOEDA-PROCURADA = SPACES
               MOVE MOEDA-BASE TO MOEDA-PROCURADA
           END-IF
           PERFORM LOCALIZAR-MOEDA
           IF M-ATUAL > 0
               ADD 1 TO MOE-QTDE-CONTADA(M-ATUAL)
               ADD SOMA-REGISTRO TO MOE-SOMA-CONTADA(M-ATUAL)
           END-IF

           PERFORM LOCALIZAR-REQUISICAO
           IF ACHOU-REQUISICAO = "N"
               MOVE SPACES TO LINHA-RELATORIO
               END-IF
           END-IF.

       CONFERIR-UM-TRAILER-MOEDA.
           MOVE SAIDA-MOE-MOEDA TO MOEDA-PROCURADA
           PERFORM LOCALIZAR-MOEDA
           IF M-ATUAL > 0
               IF MOE-TEM-TRAILER(M-ATUAL) = "S"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "FORA DE BALANCO: TRAILER DA MOEDA "
                          DELIMITED BY SIZE
                          MOEDA-PROCURADA DELIMITED BY SIZE
                          " EM DUPLICIDADE" DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM REGISTRAR-DIVERGENCIA
               END-IF
               MOVE "S" TO MOE-TEM-TRAILER(M-ATUAL)
               MOVE SAIDA-MOE-QTDE TO MOE-QTDE-INFORMADA(M-ATUAL)
               MOVE SAIDA-MOE-SOMA TO MOE-SOMA-INFORMADA(M-ATUAL)
           END-IF.

       LOCALIZAR-MOEDA.
           MOVE 0 TO M-ATUAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF MOE-CODIGO(M) = MOEDA-PROCURADA
                   MOVE M TO M-ATUAL
               END-IF
           END-PERFORM
           IF M-ATUAL = 0
               IF QTDE-MOEDAS < 10
                   ADD 1 TO QTDE-MOEDAS
                   MOVE QTDE-MOEDAS TO M-ATUAL
                   MOVE MOEDA-PROCURADA TO MOE-CODIGO(M-ATUAL)
                   MOVE 0 TO MOE-QTDE-CONTADA(M-ATUAL)
                   MOVE 0 TO MOE-SOMA-CONTADA(M-ATUAL)
                   MOVE "N" TO MOE-TEM-TRAILER(M-ATUAL)
                   MOVE 0 TO MOE-QTDE-INFORMADA(M-ATUAL)
                   MOVE 0 TO MOE-SOMA-INFORMADA(M-ATUAL)
               ELSE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "FORA DE BALANCO: MOEDA " DELIMITED BY SIZE
                          MOEDA-PROCURADA DELIMITED BY SIZE
                          " EXCEDE O LIMITE DE 10 MOEDAS"
                          DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM REGISTRAR-DIVERGENCIA
               END-IF
           END-IF.

       LOCALIZAR-REQUISICAO.
           MOVE "N" TO ACHOU-REQUISICAO
           MOVE 0 TO INDICE-REQUISICAO
               PERFORM REGISTRAR-DIVERGENCIA
           END-IF.

       CONFERIR-TOTAIS-MOEDA.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               MOVE MOE-SOMA-CONTADA(M) TO SOMA-EDITADA-02
               MOVE SPACES TO LINHA-RELATORIO
               STRING "MOEDA " DELIMITED BY SIZE
                      MOE-CODIGO(M) DELIMITED BY SIZE
                      ": PARES CONTADOS " DELIMITED BY SIZE
                      MOE-QTDE-CONTADA(M) DELIMITED BY SIZE
                      "  SOMA CALCULADA " DELIMITED BY SIZE
                      SOMA-EDITADA-02 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               IF MOE-TEM-TRAILER(M) = "N"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "FORA DE BALANCO: MOEDA " DELIMITED BY SIZE
                          MOE-CODIGO(M) DELIMITED BY SIZE
                          " SEM TRAILER DE MOEDA" DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM REGISTRAR-DIVERGENCIA
               ELSE
                   IF MOE-QTDE-INFORMADA(M) NOT = MOE-QTDE-CONTADA(M)
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "FORA DE BALANCO: TRAILER DA MOEDA "
                              DELIMITED BY SIZE
                              MOE-CODIGO(M) DELIMITED BY SIZE
                              " INFORMA " DELIMITED BY SIZE
                              MOE-QTDE-INFORMADA(M) DELIMITED BY SIZE
                              " PARES, CONTADOS " DELIMITED BY SIZE
                              MOE-QTDE-CONTADA(M) DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       END-STRING
                       PERFORM REGISTRAR-DIVERGENCIA
                   END-IF
                   IF MOE-SOMA-INFORMADA(M) NOT = MOE-SOMA-CONTADA(M)
                       MOVE MOE-SOMA-INFORMADA(M) TO SOMA-EDITADA-01
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "FORA DE BALANCO: TRAILER DA MOEDA "
                              DELIMITED BY SIZE
                              MOE-CODIGO(M) DELIMITED BY SIZE
                              " INFORMA SOMA " DELIMITED BY SIZE
                              SOMA-EDITADA-01 DELIMITED BY SIZE
                              ", CALCULADA " DELIMITED BY SIZE
                              SOMA-EDITADA-02 DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       END-STRING
                       PERFORM REGISTRAR-DIVERGENCIA
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       CONFERIR-RESTART-MOEDAS.
           IF RESTART-QTDE-MOEDAS IS NOT NUMERIC
               MOVE 0 TO RESTART-QTDE-MOEDAS
           END-IF
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > RESTART-QTDE-MOEDAS OR R > 10
               MOVE RESTART-MOEDA-COD(R) TO MOEDA-PROCURADA
               PERFORM LOCALIZAR-MOEDA
               IF M-ATUAL > 0
                   IF RESTART-MOEDA-QTDE(R)
                           NOT = MOE-QTDE-CONTADA(M-ATUAL)
                           OR RESTART-MOEDA-SOMA(R)
                           NOT = MOE-SOMA-CONTADA(M-ATUAL)
                       MOVE RESTART-MOEDA-SOMA(R) TO SOMA-EDITADA-01
                       MOVE MOE-SOMA-CONTADA(M-ATUAL)
                           TO SOMA-EDITADA-02
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "FORA DE BALANCO: RESTART DA MOEDA "
                              DELIMITED BY SIZE
                              MOEDA-PROCURADA DELIMITED BY SIZE
                              " INFORMA " DELIMITED BY SIZE
                              RESTART-MOEDA-QTDE(R) DELIMITED BY SIZE
                              " PARES SOMA " DELIMITED BY SIZE
                              SOMA-EDITADA-01 DELIMITED BY SIZE
                              ", SAIDA CONTEM " DELIMITED BY SIZE
                              MOE-QTDE-CONTADA(M-ATUAL)
                              DELIMITED BY SIZE
                              " SOMA " DELIMITED BY SIZE
                              SOMA-EDITADA-02 DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       END-STRING
                       PERFORM REGISTRAR-DIVERGENCIA
                   END-IF
               END-IF
           END-PERFORM.

       CONFERIR-RESTART.
           OPEN INPUT ARQ-RESTART
           IF FS-RESTART = "00"
                   END-STRING
                   PERFORM REGISTRAR-DIVERGENCIA
               END-IF
               PERFORM CONFERIR-RESTART-MOEDAS
           END-IF.

       ENCERRAR.
