       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST_MAT.
       AUTHOR. VENICIUS RODRIGUES

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTORNO ASSIGN TO "ESTORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTORNO.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-RESIDUO ASSIGN TO "RESIDUO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESIDUO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARQ-EXTRATO-GL ASSIGN TO "ESTGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-GL.

           SELECT ARQ-CONTROLE-GL ASSIGN TO "GLCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-GL.

           SELECT RELATORIO ASSIGN TO "RELEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-ESTORNO.
       01  REG-ESTORNO.
           05 EST-CHAVE             PIC X(31).
           05 EST-OPERADOR          PIC X(08).
           05 EST-MOTIVO            PIC X(30).

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO.
           05 HIST-CHAVE.
               10 HIST-TARGET-X        PIC X(10).
               10 HIST-TIPO            PIC X(01).
               10 HIST-INDICE-01       PIC 9(04).
               10 HIST-INDICE-02       PIC 9(04).
               10 HIST-INDICE-03       PIC 9(04).
               10 HIST-CONTA           PIC X(08).
           05 HIST-DATA             PIC 9(08).
           05 HIST-HORA             PIC 9(08).
           05 HIST-JOB-ID           PIC X(08).
           05 HIST-REQ-ID           PIC X(08).
           05 HIST-VALOR-01         PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 HIST-VALOR-02         PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 HIST-VALOR-03         PIC S9(07)V99
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

       FD  ARQ-RESIDUO.
       01  REG-RESIDUO.
           05 RES-REQ-ID            PIC X(08).
           05 RES-INDICE            PIC 9(04).
           05 RES-VALOR             PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 RES-CONTA             PIC X(08).
           05 RES-DATA-ORIGEM       PIC 9(08).
           05 RES-IDADE             PIC 9(03).
           05 RES-LADO              PIC X(01).
           05 RES-MOEDA             PIC X(03).
           05 RES-DATA-VALOR        PIC 9(08).

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATA              PIC 9(08).
           05 AUD-HORA              PIC 9(08).
           05 AUD-JOB-ID            PIC X(08).
           05 AUD-TIPO-REG          PIC X(01).
               88 AUD-REG-ESTORNO       VALUE "X".
           05 AUD-DADOS             PIC X(130).

       01  AUD-DADOS-ESTORNO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-EST-REQ-ID        PIC X(08).
           05 AUD-EST-INDICE-01     PIC 9(04).
           05 AUD-EST-INDICE-02     PIC 9(04).
           05 AUD-EST-INDICE-03     PIC 9(04).
           05 AUD-EST-VALOR-01      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-EST-VALOR-02      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-EST-VALOR-03      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-EST-DIFERENCA     PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-EST-CONTA         PIC X(08).
           05 AUD-EST-TARGET-X      PIC X(10).
           05 AUD-EST-DATA-MATCH    PIC 9(08).
           05 AUD-EST-OPERADOR      PIC X(08).
           05 AUD-EST-MOTIVO        PIC X(30).
           05 AUD-EST-MOEDA         PIC X(03).
           05 AUD-EST-TIPO          PIC X(01).
           05 FILLER                PIC X(02).

       FD  ARQ-EXTRATO-GL.
       01  REG-SAIDA.
           05 SAIDA-TIPO-REG        PIC X(01).
               88 SAIDA-REG-CABECALHO  VALUE "H".
               88 SAIDA-REG-PAR        VALUE "P".
               88 SAIDA-REG-TRAILER    VALUE "T".
               88 SAIDA-REG-MOEDA      VALUE "M".
           05 SAIDA-DADOS           PIC X(120).

       01  REG-SAIDA-CAB REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-CAB-DATA        PIC 9(08).
           05 SAIDA-CAB-HORA        PIC 9(08).
           05 SAIDA-CAB-JOB-ID      PIC X(08).
           05 SAIDA-CAB-CICLO       PIC 9(04).
           05 SAIDA-CAB-DATA-MOV    PIC 9(08).
           05 SAIDA-CAB-MOEDA-BASE  PIC X(03).
           05 FILLER                PIC X(81).

       01  REG-SAIDA-PAR REDEFINES REG-SAIDA.
           05 FILLER                PIC X(01).
           05 SAIDA-REQ-ID          PIC X(08).
           05 SAIDA-INDICE-01       PIC 9(04).
           05 SAIDA-INDICE-02       PIC 9(04).
           05 SAIDA-INDICE-03       PIC 9(04).
           05 SAIDA-VALOR-01        PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SAIDA-VALOR-02        PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SAIDA-VALOR-03        PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
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
           05 SAIDA-TRL-QTDE        PIC 9(05).
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

       FD  ARQ-CONTROLE-GL.
       01  REG-CONTROLE-GL.
           05 CTRL-RELEASE          PIC 9(05).
           05 CTRL-RUN-DATA         PIC 9(08).
           05 CTRL-RUN-HORA         PIC 9(08).
           05 CTRL-RUN-JOB          PIC X(08).
           05 CTRL-DATA-LIBERACAO   PIC 9(08).
           05 CTRL-HORA-LIBERACAO   PIC 9(08).
           05 CTRL-TIPO-LIB         PIC X(01).
           05 CTRL-QTDE-LANCAMENTOS PIC 9(05).
           05 CTRL-TOTAL-DEBITOS    PIC 9(11)V99.
           05 CTRL-TOTAL-CREDITOS   PIC 9(11)V99.

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(120).

       WORKING-STORAGE SECTION.

       01 VARIAVEL-DE-CONTROLE.
           05 N                     PIC 9(01) VALUE 0.
           05 M                     PIC 9(02) VALUE 0.
           05 M-ATUAL               PIC 9(02) VALUE 0.
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-BASE-RAW        PIC X(03) VALUE SPACES.
           05 MOEDA-ESTORNO         PIC X(03) VALUE SPACES.
           05 DATA-MOVIMENTO        PIC 9(08) VALUE 0.
           05 DATA-MOVIMENTO-RAW    PIC X(08) VALUE SPACES.
           05 QTDE-ITENS            PIC 9(01) VALUE 0.
           05 QTDE-LIDOS            PIC 9(05) VALUE 0.
           05 QTDE-ESTORNADOS       PIC 9(05) VALUE 0.
           05 QTDE-REJEITADOS       PIC 9(05) VALUE 0.
           05 QTDE-REABERTOS        PIC 9(05) VALUE 0.
           05 SOMA-ESTORNO          PIC S9(11)V99 VALUE 0.
           05 MOTIVO-REJEICAO       PIC X(40) VALUE SPACES.
           05 EXTRATO-GL-ABERTO     PIC X(01) VALUE "N".
           05 EXTRATO-PENDENTE      PIC X(01) VALUE "N".
           05 PEND-RUN-DATA         PIC 9(08) VALUE 0.
           05 PEND-RUN-HORA         PIC 9(08) VALUE 0.
           05 PEND-RUN-JOB          PIC X(08) VALUE SPACES.
           05 JOB-ID-EXECUCAO       PIC X(08) VALUE SPACES.
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 VALOR-EDITADO-02      PIC +9(7).99.
           05 VALOR-EDITADO-03      PIC +9(7).99.
           05 SOMA-EDITADA-01       PIC +9(11).99.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 STATUS-ARQUIVOS.
           05 FS-ESTORNO            PIC X(02) VALUE "00".
               88 FIM-ESTORNO           VALUE "10".
           05 FS-HISTORICO          PIC X(02) VALUE "00".
           05 FS-RESIDUO            PIC X(02) VALUE "00".
           05 FS-AUDITORIA          PIC X(02) VALUE "00".
           05 FS-EXTRATO-GL         PIC X(02) VALUE "00".
               88 FIM-EXTRATO-GL        VALUE "10".
           05 FS-CONTROLE-GL        PIC X(02) VALUE "00".
               88 FIM-CONTROLE-GL       VALUE "10".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 TABELA-ITENS.
           05 ITEM-ESTORNO OCCURS 3 TIMES.
               10 ITEM-INDICE          PIC 9(04).
               10 ITEM-VALOR           PIC S9(07)V99.
               10 ITEM-LADO            PIC X(01).
               10 ITEM-DATA-ORIGEM     PIC 9(08).
               10 ITEM-DATA-VALOR      PIC 9(08).

       01 TABELA-TOTAIS-MOEDA.
           05 QTDE-MOEDAS           PIC 9(02) VALUE 0.
           05 MOEDA-SAIDA OCCURS 10 TIMES.
               10 MOE-CODIGO           PIC X(03).
               10 MOE-QTDE-PARES       PIC 9(05).
               10 MOE-SOMA             PIC S9(11)V99.

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "---ESTORNO DE MATCHES---".

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME
           MOVE SPACES TO JOB-ID-EXECUCAO
           ACCEPT JOB-ID-EXECUCAO FROM ENVIRONMENT "JOBID"
           PERFORM CAPTURAR-DADOS-MOVIMENTO

           PERFORM ABRIR-ARQUIVOS
           PERFORM CONFERIR-EXTRATO-PENDENTE
           PERFORM PROCESSAR-ESTORNOS
           PERFORM GRAVAR-TRAILER-EXTRATO-GL
           PERFORM GRAVAR-RESUMO
           PERFORM FECHAR-ARQUIVOS

           IF QTDE-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       CAPTURAR-DADOS-MOVIMENTO.
           MOVE DATA-EXECUCAO TO DATA-MOVIMENTO
           MOVE SPACES TO DATA-MOVIMENTO-RAW
           ACCEPT DATA-MOVIMENTO-RAW FROM ENVIRONMENT "DATAMOV"
           IF DATA-MOVIMENTO-RAW IS NUMERIC
                   AND DATA-MOVIMENTO-RAW NOT = "00000000"
               MOVE DATA-MOVIMENTO-RAW TO DATA-MOVIMENTO
           END-IF
           MOVE SPACES TO MOEDA-BASE-RAW
           ACCEPT MOEDA-BASE-RAW FROM ENVIRONMENT "MOEDABASE"
           IF MOEDA-BASE-RAW NOT = SPACES
               MOVE MOEDA-BASE-RAW TO MOEDA-BASE
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ESTORNO
           IF FS-ESTORNO NOT = "00"
               DISPLAY "ERRO: ESTORNO.DAT NAO ENCONTRADO - FS "
                   FS-ESTORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-HISTORICO
           IF FS-HISTORICO = "35"
               DISPLAY "ERRO: HISTMATCH.DAT NAO ENCONTRADO - FS "
                   FS-HISTORICO
               CLOSE ARQ-ESTORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: HISTMATCH.DAT NAO PODE SER ABERTO"
                   " COMO ARQUIVO INDEXADO - FS " FS-HISTORICO
               DISPLAY "SE O ARQUIVO AINDA ESTA EM FORMATO ANTERIOR"
                   " (SEQUENCIAL OU INDEXADO DE 103 POSICOES),"
                   " CONVERTER COM HIST_ORG ANTES DE ESTORNAR."
               CLOSE ARQ-ESTORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "RELATORIO DE ESTORNO DE MATCHES - DATA: "
                  DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  "  HORA: " DELIMITED BY SIZE
                  HORA-EXECUCAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       CONFERIR-EXTRATO-PENDENTE.
           OPEN INPUT ARQ-EXTRATO-GL
           IF FS-EXTRATO-GL = "00"
               READ ARQ-EXTRATO-GL
                   AT END SET FIM-EXTRATO-GL TO TRUE
               END-READ
               IF NOT FIM-EXTRATO-GL AND SAIDA-REG-CABECALHO
                   MOVE "S" TO EXTRATO-PENDENTE
                   MOVE SAIDA-CAB-DATA TO PEND-RUN-DATA
                   MOVE SAIDA-CAB-HORA TO PEND-RUN-HORA
                   MOVE SAIDA-CAB-JOB-ID TO PEND-RUN-JOB
               END-IF
               CLOSE ARQ-EXTRATO-GL
           END-IF

           IF EXTRATO-PENDENTE = "S"
               OPEN INPUT ARQ-CONTROLE-GL
               IF FS-CONTROLE-GL = "00"
                   PERFORM UNTIL FIM-CONTROLE-GL
                       READ ARQ-CONTROLE-GL
                           AT END SET FIM-CONTROLE-GL TO TRUE
                       END-READ
                       IF NOT FIM-CONTROLE-GL
                           IF CTRL-RUN-DATA = PEND-RUN-DATA
                                   AND CTRL-RUN-HORA = PEND-RUN-HORA
                                   AND CTRL-RUN-JOB = PEND-RUN-JOB
                                   AND CTRL-TIPO-LIB = "E"
                               MOVE "N" TO EXTRATO-PENDENTE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARQ-CONTROLE-GL
               END-IF
           END-IF

           IF EXTRATO-PENDENTE = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ESTORNO RECUSADO: ESTGL.DAT DE "
                      DELIMITED BY SIZE
                      PEND-RUN-DATA DELIMITED BY SIZE
                      " HORA " DELIMITED BY SIZE
                      PEND-RUN-HORA DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      PEND-RUN-JOB DELIMITED BY SIZE
                      " AINDA NAO LIBERADO PELO GL_REL."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "ESTORNO RECUSADO - ESTGL.DAT ANTERIOR AINDA"
                   " NAO LIBERADO."
               CLOSE ARQ-ESTORNO
               CLOSE ARQ-HISTORICO
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-RESIDUO
           IF FS-RESIDUO NOT = "00"
               OPEN OUTPUT ARQ-RESIDUO
           END-IF
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.

       PROCESSAR-ESTORNOS.
           PERFORM UNTIL FIM-ESTORNO
               READ ARQ-ESTORNO
                   AT END SET FIM-ESTORNO TO TRUE
               END-READ
               IF NOT FIM-ESTORNO
                   ADD 1 TO QTDE-LIDOS
                   PERFORM TRATAR-ESTORNO
               END-IF
           END-PERFORM.

       TRATAR-ESTORNO.
           MOVE SPACES TO MOTIVO-REJEICAO
           IF EST-OPERADOR = SPACES
               MOVE "OPERADOR NAO INFORMADO" TO MOTIVO-REJEICAO
           ELSE
               IF EST-MOTIVO = SPACES
                   MOVE "MOTIVO DO ESTORNO NAO INFORMADO"
                       TO MOTIVO-REJEICAO
               ELSE
                   MOVE EST-CHAVE TO HIST-CHAVE
                   READ ARQ-HISTORICO
                       INVALID KEY
                           MOVE "MATCH NAO ENCONTRADO NO HISTORICO"
                               TO MOTIVO-REJEICAO
                   END-READ
                   IF MOTIVO-REJEICAO = SPACES AND HIST-ESTORNADO
                       MOVE "MATCH JA ESTORNADO" TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF

           IF MOTIVO-REJEICAO NOT = SPACES
               PERFORM REJEITAR-ESTORNO
           ELSE
               PERFORM APLICAR-ESTORNO
           END-IF.

       REJEITAR-ESTORNO.
           ADD 1 TO QTDE-REJEITADOS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADO: [" DELIMITED BY SIZE
                  EST-CHAVE DELIMITED BY SIZE
                  "] OPER " DELIMITED BY SIZE
                  EST-OPERADOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  MOTIVO-REJEICAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       APLICAR-ESTORNO.
           PERFORM CARREGAR-ITENS

           MOVE "E" TO HIST-SITUACAO
           MOVE DATA-EXECUCAO TO HIST-DATA-ESTORNO
           MOVE EST-OPERADOR TO HIST-OPER-ESTORNO
           MOVE EST-MOTIVO TO HIST-MOTIVO-ESTORNO
           REWRITE REG-HISTORICO
               INVALID KEY
                   MOVE "FALHA NA REGRAVACAO DO HISTORICO"
                       TO MOTIVO-REJEICAO
           END-REWRITE
           IF MOTIVO-REJEICAO NOT = SPACES
               PERFORM REJEITAR-ESTORNO
           ELSE
               IF FS-HISTORICO NOT = "00"
                   DISPLAY "ERRO DE GRAVACAO EM HISTMATCH.DAT - FS "
                       FS-HISTORICO
                   PERFORM ENCERRAR-ANORMAL
               END-IF
               ADD 1 TO QTDE-ESTORNADOS
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > QTDE-ITENS
                   PERFORM REABRIR-ITEM
               END-PERFORM
               PERFORM GRAVAR-AUDITORIA-ESTORNO
               PERFORM GRAVAR-EXTRATO-GL
               PERFORM EMITIR-ESTORNO
           END-IF.

       CARREGAR-ITENS.
           MOVE HIST-MOEDA TO MOEDA-ESTORNO
           IF MOEDA-ESTORNO = SPACES
               MOVE MOEDA-BASE TO MOEDA-ESTORNO
           END-IF
           MOVE 2 TO QTDE-ITENS
           IF HIST-TIPO = "3"
               MOVE 3 TO QTDE-ITENS
           END-IF
           MOVE HIST-INDICE-01 TO ITEM-INDICE(1)
           MOVE HIST-INDICE-02 TO ITEM-INDICE(2)
           MOVE HIST-INDICE-03 TO ITEM-INDICE(3)
           MOVE HIST-VALOR-01 TO ITEM-VALOR(1)
           MOVE HIST-VALOR-02 TO ITEM-VALOR(2)
           MOVE HIST-VALOR-03 TO ITEM-VALOR(3)
           MOVE HIST-LADO-01 TO ITEM-LADO(1)
           MOVE HIST-LADO-02 TO ITEM-LADO(2)
           MOVE HIST-LADO-03 TO ITEM-LADO(3)
           MOVE HIST-DATA-ORIGEM-01 TO ITEM-DATA-ORIGEM(1)
           MOVE HIST-DATA-ORIGEM-02 TO ITEM-DATA-ORIGEM(2)
           MOVE HIST-DATA-ORIGEM-03 TO ITEM-DATA-ORIGEM(3)
           MOVE HIST-DATA-VALOR-01 TO ITEM-DATA-VALOR(1)
           MOVE HIST-DATA-VALOR-02 TO ITEM-DATA-VALOR(2)
           MOVE HIST-DATA-VALOR-03 TO ITEM-DATA-VALOR(3)
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 3
               IF ITEM-DATA-ORIGEM(N) IS NOT NUMERIC
                       OR ITEM-DATA-ORIGEM(N) = ZEROES
                   MOVE HIST-DATA TO ITEM-DATA-ORIGEM(N)
               END-IF
               IF ITEM-DATA-VALOR(N) IS NOT NUMERIC
                       OR ITEM-DATA-VALOR(N) = ZEROES
                   MOVE ITEM-DATA-ORIGEM(N) TO ITEM-DATA-VALOR(N)
               END-IF
           END-PERFORM.

       REABRIR-ITEM.
           ADD 1 TO QTDE-REABERTOS
           MOVE HIST-REQ-ID TO RES-REQ-ID
           MOVE ITEM-INDICE(N) TO RES-INDICE
           MOVE ITEM-VALOR(N) TO RES-VALOR
           MOVE HIST-CONTA TO RES-CONTA
           MOVE ITEM-DATA-ORIGEM(N) TO RES-DATA-ORIGEM
           MOVE 0 TO RES-IDADE
           MOVE ITEM-LADO(N) TO RES-LADO
           MOVE MOEDA-ESTORNO TO RES-MOEDA
           MOVE ITEM-DATA-VALOR(N) TO RES-DATA-VALOR
           WRITE REG-RESIDUO
           IF FS-RESIDUO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RESIDUO.DAT - FS "
                   FS-RESIDUO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       GRAVAR-AUDITORIA-ESTORNO.
           MOVE SPACES TO REG-AUDITORIA
           MOVE DATA-EXECUCAO TO AUD-DATA
           MOVE HORA-EXECUCAO TO AUD-HORA
           MOVE JOB-ID-EXECUCAO TO AUD-JOB-ID
           MOVE "X" TO AUD-TIPO-REG
           MOVE HIST-REQ-ID TO AUD-EST-REQ-ID
           MOVE HIST-INDICE-01 TO AUD-EST-INDICE-01
           MOVE HIST-INDICE-02 TO AUD-EST-INDICE-02
           MOVE HIST-INDICE-03 TO AUD-EST-INDICE-03
           MOVE HIST-VALOR-01 TO AUD-EST-VALOR-01
           MOVE HIST-VALOR-02 TO AUD-EST-VALOR-02
           MOVE HIST-VALOR-03 TO AUD-EST-VALOR-03
           MOVE HIST-DIFERENCA TO AUD-EST-DIFERENCA
           MOVE HIST-CONTA TO AUD-EST-CONTA
           MOVE HIST-TARGET-X TO AUD-EST-TARGET-X
           MOVE HIST-DATA TO AUD-EST-DATA-MATCH
           MOVE EST-OPERADOR TO AUD-EST-OPERADOR
           MOVE EST-MOTIVO TO AUD-EST-MOTIVO
           MOVE MOEDA-ESTORNO TO AUD-EST-MOEDA
           MOVE HIST-TIPO TO AUD-EST-TIPO
           WRITE REG-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM AUDITORIA.DAT - FS "
                   FS-AUDITORIA
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       GRAVAR-EXTRATO-GL.
           IF EXTRATO-GL-ABERTO = "N"
               OPEN OUTPUT ARQ-EXTRATO-GL
               MOVE "S" TO EXTRATO-GL-ABERTO
               MOVE SPACES TO REG-SAIDA
               MOVE "H" TO SAIDA-TIPO-REG
               MOVE DATA-EXECUCAO TO SAIDA-CAB-DATA
               MOVE HORA-EXECUCAO TO SAIDA-CAB-HORA
               MOVE JOB-ID-EXECUCAO TO SAIDA-CAB-JOB-ID
               MOVE 0 TO SAIDA-CAB-CICLO
               MOVE DATA-MOVIMENTO TO SAIDA-CAB-DATA-MOV
               MOVE MOEDA-BASE TO SAIDA-CAB-MOEDA-BASE
               WRITE REG-SAIDA
               PERFORM TESTAR-GRAVACAO-EXTRATO-GL
           END-IF
           MOVE SPACES TO REG-SAIDA
           MOVE "P" TO SAIDA-TIPO-REG
           MOVE HIST-REQ-ID TO SAIDA-REQ-ID
           MOVE HIST-INDICE-01 TO SAIDA-INDICE-01
           MOVE HIST-INDICE-02 TO SAIDA-INDICE-02
           MOVE HIST-INDICE-03 TO SAIDA-INDICE-03
           COMPUTE SAIDA-VALOR-01 = 0 - HIST-VALOR-01
           COMPUTE SAIDA-VALOR-02 = 0 - HIST-VALOR-02
           COMPUTE SAIDA-VALOR-03 = 0 - HIST-VALOR-03
           COMPUTE SAIDA-DIFERENCA = 0 - HIST-DIFERENCA
           MOVE HIST-CONTA TO SAIDA-CONTA
           MOVE HIST-LADO-01 TO SAIDA-LADO-01
           MOVE HIST-LADO-02 TO SAIDA-LADO-02
           MOVE HIST-LADO-03 TO SAIDA-LADO-03
           MOVE MOEDA-ESTORNO TO SAIDA-MOEDA
           MOVE HIST-REGRA TO SAIDA-REGRA
           MOVE HIST-MODO TO SAIDA-MODO
           IF HIST-DATA-MOV IS NUMERIC AND HIST-DATA-MOV NOT = 0
               MOVE HIST-DATA-MOV TO SAIDA-DATA-MOV-ORIGEM
           ELSE
               MOVE HIST-DATA TO SAIDA-DATA-MOV-ORIGEM
           END-IF
           MOVE ITEM-DATA-VALOR(1) TO SAIDA-DATA-VALOR-01
           MOVE ITEM-DATA-VALOR(2) TO SAIDA-DATA-VALOR-02
           IF QTDE-ITENS = 3
               MOVE ITEM-DATA-VALOR(3) TO SAIDA-DATA-VALOR-03
           ELSE
               MOVE 0 TO SAIDA-DATA-VALOR-03
           END-IF
           IF HIST-DIAS-INTERVALO IS NUMERIC
               MOVE HIST-DIAS-INTERVALO TO SAIDA-DIAS-INTERVALO
           ELSE
               MOVE 0 TO SAIDA-DIAS-INTERVALO
           END-IF
           ADD SAIDA-VALOR-01 TO SOMA-ESTORNO
           ADD SAIDA-VALOR-02 TO SOMA-ESTORNO
           ADD SAIDA-VALOR-03 TO SOMA-ESTORNO
           PERFORM LOCALIZAR-MOEDA-SAIDA
           ADD 1 TO MOE-QTDE-PARES(M-ATUAL)
           ADD SAIDA-VALOR-01 TO MOE-SOMA(M-ATUAL)
           ADD SAIDA-VALOR-02 TO MOE-SOMA(M-ATUAL)
           ADD SAIDA-VALOR-03 TO MOE-SOMA(M-ATUAL)
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-EXTRATO-GL.

       LOCALIZAR-MOEDA-SAIDA.
           MOVE 0 TO M-ATUAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF MOE-CODIGO(M) = MOEDA-ESTORNO
                   MOVE M TO M-ATUAL
               END-IF
           END-PERFORM
           IF M-ATUAL = 0
               IF QTDE-MOEDAS NOT < 10
                   DISPLAY "ERRO: LIMITE DE MOEDAS NO ESTGL.DAT"
                       " EXCEDIDO"
                   PERFORM ENCERRAR-ANORMAL
               END-IF
               ADD 1 TO QTDE-MOEDAS
               MOVE QTDE-MOEDAS TO M-ATUAL
               MOVE MOEDA-ESTORNO TO MOE-CODIGO(M-ATUAL)
               MOVE 0 TO MOE-QTDE-PARES(M-ATUAL)
               MOVE 0 TO MOE-SOMA(M-ATUAL)
           END-IF.

       GRAVAR-TRAILER-EXTRATO-GL.
           IF EXTRATO-GL-ABERTO = "S"
               MOVE SPACES TO REG-SAIDA
               MOVE "T" TO SAIDA-TIPO-REG
               MOVE QTDE-ESTORNADOS TO SAIDA-TRL-QTDE
               MOVE SOMA-ESTORNO TO SAIDA-TRL-SOMA
               MOVE 0 TO SAIDA-TRL-CICLO
               WRITE REG-SAIDA
               PERFORM TESTAR-GRAVACAO-EXTRATO-GL
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
                   MOVE SPACES TO REG-SAIDA
                   MOVE "M" TO SAIDA-TIPO-REG
                   MOVE MOE-CODIGO(M) TO SAIDA-MOE-MOEDA
                   MOVE MOE-QTDE-PARES(M) TO SAIDA-MOE-QTDE
                   MOVE MOE-SOMA(M) TO SAIDA-MOE-SOMA
                   MOVE 0 TO SAIDA-MOE-CICLO
                   WRITE REG-SAIDA
                   PERFORM TESTAR-GRAVACAO-EXTRATO-GL
               END-PERFORM
           END-IF.

       EMITIR-ESTORNO.
           MOVE HIST-VALOR-01 TO VALOR-EDITADO-01
           MOVE HIST-VALOR-02 TO VALOR-EDITADO-02
           MOVE HIST-VALOR-03 TO VALOR-EDITADO-03
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESTORNADO: REQ " DELIMITED BY SIZE
                  HIST-REQ-ID DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  HIST-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOEDA-ESTORNO DELIMITED BY SIZE
                  " IDX " DELIMITED BY SIZE
                  HIST-INDICE-01 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HIST-INDICE-02 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HIST-INDICE-03 DELIMITED BY SIZE
                  " VALORES " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VALOR-EDITADO-02 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VALOR-EDITADO-03 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "           MATCH DE " DELIMITED BY SIZE
                  HIST-DATA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  HIST-JOB-ID DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  EST-OPERADOR DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  EST-MOTIVO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  QTDE-ITENS DELIMITED BY SIZE
                  " ITENS REABERTOS" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "SOLICITACOES LIDAS: " DELIMITED BY SIZE
                  QTDE-LIDOS DELIMITED BY SIZE
                  "  ESTORNADAS: " DELIMITED BY SIZE
                  QTDE-ESTORNADOS DELIMITED BY SIZE
                  "  REJEITADAS: " DELIMITED BY SIZE
                  QTDE-REJEITADOS DELIMITED BY SIZE
                  "  ITENS DEVOLVIDOS AO RESIDUO: " DELIMITED BY SIZE
                  QTDE-REABERTOS DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SOMA-ESTORNO TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           IF EXTRATO-GL-ABERTO = "S"
               STRING "EXTRATO DE ESTORNO ESTGL.DAT: "
                      DELIMITED BY SIZE
                      QTDE-ESTORNADOS DELIMITED BY SIZE
                      " LANCAMENTOS  SOMA " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                      " - LIBERAR COM GL_REL TIPOLIB=E"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "NENHUM ESTORNO APLICADO - ESTGL.DAT NAO"
                      " GERADO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           DISPLAY "ESTORNADOS: " QTDE-ESTORNADOS
               "  REJEITADOS: " QTDE-REJEITADOS
               "  ITENS REABERTOS: " QTDE-REABERTOS.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-ESTORNO
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-RESIDUO
           CLOSE ARQ-AUDITORIA
           IF EXTRATO-GL-ABERTO = "S"
               CLOSE ARQ-EXTRATO-GL
           END-IF
           CLOSE RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           WRITE LINHA-RELATORIO
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RELEST.DAT - FS "
                   FS-RELATORIO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       TESTAR-GRAVACAO-EXTRATO-GL.
           IF FS-EXTRATO-GL NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM ESTGL.DAT - FS "
                   FS-EXTRATO-GL
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-ESTORNO
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-RESIDUO
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXTRATO-GL
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
