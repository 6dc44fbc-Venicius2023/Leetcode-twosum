               88 AUD-REG-PAR           VALUE "P".
               88 AUD-REG-EXCECAO       VALUE "E".
               88 AUD-REG-RESUMO        VALUE "C".
               88 AUD-REG-ESTORNO       VALUE "X".
               88 AUD-REG-BAIXA         VALUE "W".
           05 AUD-DADOS             PIC X(130).

       01  AUD-DADOS-VALOR REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-VAL-INDICE        PIC 9(04).
           05 AUD-VAL-VALOR         PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(116).

       01  AUD-DADOS-RESUMO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-RESULTADO         PIC X(01).
           05 AUD-QTDE-PARES        PIC 9(05).
           05 AUD-QTDE-RESIDUO      PIC 9(04).
           05 FILLER                PIC X(98).

       01  AUD-DADOS-BAIXA REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-BXA-EVENTO        PIC X(01).
               88 AUD-BXA-APLICADA      VALUE "A".
           05 FILLER                PIC X(129).

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-DATA-CORTE       PIC 9(08).

       FD  ARQ-ARQUIVAMENTO.
       01  REG-ARQUIVAMENTO         PIC X(155).

       FD  ARQ-AUDITORIA-NOVA.
       01  REG-AUDITORIA-NOVA       PIC X(155).

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(120).
               10 DIA-EXECUCOES        PIC 9(05).
               10 DIA-EXCECOES         PIC 9(05).
               10 DIA-PARES            PIC 9(07).
               10 DIA-ESTORNOS         PIC 9(05).
               10 DIA-BAIXAS           PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
                   MOVE 0 TO DIA-EXECUCOES(INDICE-DIA)
                   MOVE 0 TO DIA-EXCECOES(INDICE-DIA)
                   MOVE 0 TO DIA-PARES(INDICE-DIA)
                   MOVE 0 TO DIA-ESTORNOS(INDICE-DIA)
                   MOVE 0 TO DIA-BAIXAS(INDICE-DIA)
                   MOVE "S" TO ACHOU-DIA
               END-IF
           END-IF
               IF AUD-REG-EXCECAO
                   ADD 1 TO DIA-EXCECOES(INDICE-DIA)
               END-IF
               IF AUD-REG-ESTORNO
                   ADD 1 TO DIA-ESTORNOS(INDICE-DIA)
               END-IF
               IF AUD-REG-BAIXA AND AUD-BXA-APLICADA
                   ADD 1 TO DIA-BAIXAS(INDICE-DIA)
               END-IF
           END-IF.

       EMITIR-RESUMO-POR-DIA.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO POR DIA (REQUISICOES / EXCECOES / PARES /"
                  " ESTORNOS / BAIXAS):" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
                      DIA-EXCECOES(D) DELIMITED BY SIZE
                      "  PARES: " DELIMITED BY SIZE
                      DIA-PARES(D) DELIMITED BY SIZE
                      "  ESTORNOS: " DELIMITED BY SIZE
                      DIA-ESTORNOS(D) DELIMITED BY SIZE
                      "  BAIXAS: " DELIMITED BY SIZE
                      DIA-BAIXAS(D) DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
