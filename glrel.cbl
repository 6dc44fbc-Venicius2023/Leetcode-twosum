               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL.

           SELECT ARQ-CAMBIO ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIO.

           SELECT ARQ-PLANO ASSIGN TO "PLANOGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANO.

           SELECT RELATORIO ASSIGN TO "RELGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
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

       FD  ARQ-BALANCO.
       01  LINHA-BALANCO            PIC X(120).
           05 CTRL-RUN-JOB          PIC X(08).
           05 CTRL-DATA-LIBERACAO   PIC 9(08).
           05 CTRL-HORA-LIBERACAO   PIC 9(08).
           05 CTRL-TIPO-LIB         PIC X(01).
           05 CTRL-QTDE-LANCAMENTOS PIC 9(05).
           05 CTRL-TOTAL-DEBITOS    PIC 9(11)V99.
           05 CTRL-TOTAL-CREDITOS   PIC 9(11)V99.

       FD  ARQ-GL.
       01  REG-GL                   PIC X(120).

       FD  ARQ-CAMBIO.
       01  REG-CAMBIO.
           05 CAMB-MOEDA            PIC X(03).
           05 CAMB-DATA             PIC 9(08).
           05 CAMB-TAXA             PIC 9(05)V9(06).

       FD  ARQ-PLANO.
       01  REG-PLANO.
           05 PLAN-TIPO             PIC X(01).
               88 PLAN-MAPEAMENTO       VALUE "C".
               88 PLAN-ARREDONDAMENTO   VALUE "A".
               88 PLAN-BAIXA            VALUE "B".
           05 PLAN-CONTA            PIC X(08).
           05 PLAN-MODO             PIC X(01).
           05 PLAN-CONTA-DEBITO     PIC X(12).
           05 PLAN-CONTA-CREDITO    PIC X(12).
           05 PLAN-CENTRO-CUSTO     PIC X(06).

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(120).

           05 RUN-CICLO             PIC 9(04) VALUE 0.
           05 CICLO-INFORMADO       PIC 9(04) VALUE 0.
           05 CICLO-RAW             PIC X(04) VALUE SPACES.
           05 TIPO-LIBERACAO        PIC X(01) VALUE "P".
               88 LIBERACAO-ESTORNO     VALUE "E".
               88 LIBERACAO-BAIXA       VALUE "B".
           05 TIPO-LIB-RAW          PIC X(01) VALUE SPACES.
           05 TIPO-LIB-CONTROLE     PIC X(01) VALUE SPACES.
           05 TEM-TRAILER-ESTORNO   PIC X(01) VALUE "N".
           05 QTDE-CONFERIDA        PIC 9(05) VALUE 0.
           05 SOMA-CONFERIDA        PIC S9(11)V99 VALUE 0.
           05 QTDE-TRAILER          PIC 9(05) VALUE 0.
           05 SOMA-TRAILER          PIC S9(11)V99 VALUE 0.
           05 QTDE-PARES-GL         PIC 9(05) VALUE 0.
           05 SOMA-PARES-GL         PIC S9(11)V99 VALUE 0.
           05 SOMA-REGISTRO         PIC S9(08)V99 VALUE 0.
           05 SOMA-REGISTRO-BASE    PIC S9(11)V99 VALUE 0.
           05 DIFERENCA-BASE        PIC S9(09)V99 VALUE 0.
           05 SOMA-PARES-GL-BASE    PIC S9(11)V99 VALUE 0.
           05 M                     PIC 9(02) VALUE 0.
           05 M-ATUAL               PIC 9(02) VALUE 0.
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-PROCURADA       PIC X(03) VALUE SPACES.
           05 DATA-MOV-TAXA         PIC 9(08) VALUE 0.
           05 DATA-TAXA-PAR         PIC 9(08) VALUE 0.
           05 TEM-TAXA-AUSENTE      PIC X(01) VALUE "N".
           05 TAXA-EDITADA          PIC Z(4)9.9(6).
           05 SOMA-BASE-EDITADA     PIC +9(11).99.
           05 DIF-BASE-EDITADA      PIC +9(9).99.
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 VALOR-EDITADO-02      PIC +9(7).99.
           05 VALOR-EDITADO-03      PIC +9(7).99.
           05 VALOR-EDITADO-04      PIC +9(7).99.
           05 SOMA-EDITADA-01       PIC +9(11).99.
           05 SOMA-EDITADA-02       PIC +9(11).99.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.
           05 P                     PIC 9(03) VALUE 0.
           05 P-ATUAL               PIC 9(03) VALUE 0.
           05 CONTA-ARREDONDAMENTO  PIC X(12) VALUE SPACES.
           05 CENTRO-ARREDONDAMENTO PIC X(06) VALUE SPACES.
           05 TEM-CONTA-SEM-PLANO   PIC X(01) VALUE "N".
           05 TEM-ARRED-AUSENTE     PIC X(01) VALUE "N".
           05 CONTA-BAIXA           PIC X(12) VALUE SPACES.
           05 CENTRO-BAIXA          PIC X(06) VALUE SPACES.
           05 TEM-BAIXA-AUSENTE     PIC X(01) VALUE "N".
           05 GRAVANDO-LANCAMENTOS  PIC X(01) VALUE "N".
           05 ITEM-PAR              PIC 9(01) VALUE 0.
           05 QTDE-ITENS-PAR        PIC 9(01) VALUE 0.
           05 INDICE-ITEM           PIC 9(04) VALUE 0.
           05 VALOR-ITEM            PIC S9(07)V99 VALUE 0.
           05 VALOR-ITEM-CREDITO    PIC S9(08)V99 VALUE 0.
           05 VALOR-ITEM-EDITADO    PIC +9(7).99.
           05 VALOR-LANCAMENTO      PIC S9(11)V99 VALUE 0.
           05 NATUREZA-LANCAMENTO   PIC X(01) VALUE SPACE.
           05 CONTA-LANCAMENTO      PIC X(12) VALUE SPACES.
           05 CENTRO-LANCAMENTO     PIC X(06) VALUE SPACES.
           05 QTDE-LANCAMENTOS      PIC 9(05) VALUE 0.
           05 TOTAL-DEBITOS         PIC S9(11)V99 VALUE 0.
           05 TOTAL-CREDITOS        PIC S9(11)V99 VALUE 0.
           05 LANCAMENTO-EDITADO    PIC 9(11).99.
           05 DEBITOS-EDITADO       PIC 9(11).99.
           05 CREDITOS-EDITADO      PIC 9(11).99.

       01 NOME-SAIDA                PIC X(44) VALUE "SAIDA.DAT".
       01 NOME-BALANCO              PIC X(44) VALUE "BALANCO.DAT".
           05 FS-CONTROLE-GL        PIC X(02) VALUE "00".
               88 FIM-CONTROLE-GL       VALUE "10".
           05 FS-GL                 PIC X(02) VALUE "00".
           05 FS-CAMBIO             PIC X(02) VALUE "00".
               88 FIM-CAMBIO            VALUE "10".
           05 FS-PLANO              PIC X(02) VALUE "00".
               88 FIM-PLANO             VALUE "10".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 TABELA-TAXAS.
           05 QTDE-MOEDAS           PIC 9(02) VALUE 0.
           05 TAXA-MOEDA OCCURS 50 TIMES.
               10 TX-MOEDA             PIC X(03).
               10 TX-DATA              PIC 9(08).
               10 TX-TAXA              PIC 9(05)V9(06).
               10 TX-ACHOU             PIC X(01).
               10 TX-QTDE              PIC 9(05).
               10 TX-SOMA              PIC S9(11)V99.
               10 TX-SOMA-BASE         PIC S9(11)V99.

       01 TABELA-PLANO.
           05 QTDE-PLANO            PIC 9(03) VALUE 0.
           05 PLANO-CONTA OCCURS 1 TO 500 TIMES
                          DEPENDING ON QTDE-PLANO.
               10 PL-CONTA             PIC X(08).
               10 PL-MODO              PIC X(01).
               10 PL-DEBITO            PIC X(12).
               10 PL-CREDITO           PIC X(12).
               10 PL-CENTRO            PIC X(06).

       PROCEDURE DIVISION.
       INICIO.

           PERFORM DEFINIR-NOME-SAIDA
           PERFORM ABRIR-RELATORIO
           PERFORM IDENTIFICAR-EXECUCAO
           IF LIBERACAO-ESTORNO OR LIBERACAO-BAIXA
               PERFORM CONFERIR-EXTRATO-ESTORNO
           ELSE
               PERFORM CONFERIR-BALANCO
           END-IF
           PERFORM CONFERIR-CAMBIO
           PERFORM CONFERIR-PLANO-CONTAS
           PERFORM CONFERIR-LIBERACOES
           PERFORM GERAR-FEED-GL
           PERFORM GRAVAR-CONTROLE
           STOP RUN.

       DEFINIR-NOME-SAIDA.
           MOVE SPACES TO TIPO-LIB-RAW
           ACCEPT TIPO-LIB-RAW FROM ENVIRONMENT "TIPOLIB"
           IF TIPO-LIB-RAW = "E"
               MOVE "E" TO TIPO-LIBERACAO
               MOVE "ESTGL.DAT" TO NOME-SAIDA
               DISPLAY "LIBERANDO EXTRATO DE ESTORNOS " NOME-SAIDA
           ELSE
               IF TIPO-LIB-RAW = "B"
                   MOVE "B" TO TIPO-LIBERACAO
                   MOVE "BAIXAGL.DAT" TO NOME-SAIDA
                   DISPLAY "LIBERANDO EXTRATO DE BAIXAS " NOME-SAIDA
               ELSE
                   PERFORM DEFINIR-NOME-CICLO
               END-IF
           END-IF.

       DEFINIR-NOME-CICLO.
           MOVE SPACES TO CICLO-RAW
           ACCEPT CICLO-RAW FROM ENVIRONMENT "CICLO"
           IF CICLO-RAW IS NUMERIC
               PERFORM RECUSAR-LIBERACAO
           END-IF.

       CONFERIR-EXTRATO-ESTORNO.
           OPEN INPUT SAIDA-PARES
           MOVE "00" TO FS-SAIDA
           PERFORM UNTIL FIM-SAIDA
               READ SAIDA-PARES
                   AT END SET FIM-SAIDA TO TRUE
               END-READ
               IF NOT FIM-SAIDA
                   IF SAIDA-REG-PAR
                       ADD 1 TO QTDE-CONFERIDA
                       ADD SAIDA-VALOR-01 TO SOMA-CONFERIDA
                       ADD SAIDA-VALOR-02 TO SOMA-CONFERIDA
                       ADD SAIDA-VALOR-03 TO SOMA-CONFERIDA
                   END-IF
                   IF SAIDA-REG-TRAILER
                       MOVE "S" TO TEM-TRAILER-ESTORNO
                       MOVE SAIDA-TRL-QTDE TO QTDE-TRAILER
                       MOVE SAIDA-TRL-SOMA TO SOMA-TRAILER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SAIDA-PARES
           MOVE "00" TO FS-SAIDA

           IF TEM-TRAILER-ESTORNO = "N"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: " DELIMITED BY SIZE
                      NOME-SAIDA DELIMITED BY SPACE
                      " SEM REGISTRO TRAILER." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM RECUSAR-LIBERACAO
           END-IF

           IF QTDE-TRAILER NOT = QTDE-CONFERIDA
                   OR SOMA-TRAILER NOT = SOMA-CONFERIDA
               MOVE SOMA-TRAILER TO SOMA-EDITADA-01
               MOVE SOMA-CONFERIDA TO SOMA-EDITADA-02
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: TRAILER DE "
                      DELIMITED BY SIZE
                      NOME-SAIDA DELIMITED BY SPACE
                      " DIVERGENTE - TRAILER " DELIMITED BY SIZE
                      QTDE-TRAILER DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                      " LIDO " DELIMITED BY SIZE
                      QTDE-CONFERIDA DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      SOMA-EDITADA-02 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM RECUSAR-LIBERACAO
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           IF LIBERACAO-BAIXA
               STRING "EXTRATO DE BAIXAS CONFERIDO: "
                      DELIMITED BY SIZE
                      QTDE-CONFERIDA DELIMITED BY SIZE
                      " BAIXAS DE RESIDUO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "EXTRATO DE ESTORNOS CONFERIDO: "
                      DELIMITED BY SIZE
                      QTDE-CONFERIDA DELIMITED BY SIZE
                      " LANCAMENTOS DE ESTORNO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO.

       RECUSAR-LIBERACAO.
           DISPLAY "LIBERACAO RECUSADA - FEED RETIDO."
           CLOSE RELATORIO
           IF SAIDA-CAB-CICLO IS NUMERIC
               MOVE SAIDA-CAB-CICLO TO RUN-CICLO
           END-IF
           MOVE SAIDA-CAB-DATA TO DATA-MOV-TAXA
           IF SAIDA-CAB-DATA-MOV IS NUMERIC
                   AND SAIDA-CAB-DATA-MOV NOT = ZEROES
               MOVE SAIDA-CAB-DATA-MOV TO DATA-MOV-TAXA
           END-IF
           IF SAIDA-CAB-MOEDA-BASE NOT = SPACES
               MOVE SAIDA-CAB-MOEDA-BASE TO MOEDA-BASE
           END-IF
           CLOSE SAIDA-PARES

           MOVE SPACES TO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       CONFERIR-CAMBIO.
           OPEN INPUT SAIDA-PARES
           MOVE "00" TO FS-SAIDA
           PERFORM UNTIL FIM-SAIDA
               READ SAIDA-PARES
                   AT END SET FIM-SAIDA TO TRUE
               END-READ
               IF NOT FIM-SAIDA
                   IF SAIDA-REG-PAR
                       PERFORM DEFINIR-MOEDA-PAR
                       PERFORM LOCALIZAR-TAXA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SAIDA-PARES
           MOVE "00" TO FS-SAIDA

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF TX-MOEDA(M) = MOEDA-BASE
                   MOVE 1 TO TX-TAXA(M)
                   MOVE "S" TO TX-ACHOU(M)
               END-IF
           END-PERFORM

           OPEN INPUT ARQ-CAMBIO
           IF FS-CAMBIO = "00"
               PERFORM UNTIL FIM-CAMBIO
                   READ ARQ-CAMBIO
                       AT END SET FIM-CAMBIO TO TRUE
                   END-READ
                   IF NOT FIM-CAMBIO
                       IF CAMB-MOEDA NOT = MOEDA-BASE
                               AND CAMB-TAXA IS NUMERIC
                               AND CAMB-TAXA > 0
                           PERFORM GUARDAR-TAXA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-CAMBIO
           END-IF

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF TX-ACHOU(M) = "S"
                   MOVE TX-TAXA(M) TO TAXA-EDITADA
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "TAXA DE CAMBIO " DELIMITED BY SIZE
                          TX-MOEDA(M) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MOEDA-BASE DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          TX-DATA(M) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          TAXA-EDITADA DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               ELSE
                   MOVE "S" TO TEM-TAXA-AUSENTE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "LIBERACAO RECUSADA: TAXA DE CAMBIO "
                          DELIMITED BY SIZE
                          TX-MOEDA(M) DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          TX-DATA(M) DELIMITED BY SIZE
                          " AUSENTE EM CAMBIO.DAT" DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-PERFORM

           IF TEM-TAXA-AUSENTE = "S"
               PERFORM RECUSAR-LIBERACAO
           END-IF.

       GUARDAR-TAXA.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF TX-MOEDA(M) = CAMB-MOEDA
                       AND TX-DATA(M) = CAMB-DATA
                   MOVE CAMB-TAXA TO TX-TAXA(M)
                   MOVE "S" TO TX-ACHOU(M)
               END-IF
           END-PERFORM.

       DEFINIR-MOEDA-PAR.
           MOVE SAIDA-MOEDA TO MOEDA-PROCURADA
           IF MOEDA-PROCURADA = SPACES
               MOVE MOEDA-BASE TO MOEDA-PROCURADA
           END-IF
           MOVE DATA-MOV-TAXA TO DATA-TAXA-PAR
           IF SAIDA-DATA-MOV-ORIGEM IS NUMERIC
                   AND SAIDA-DATA-MOV-ORIGEM NOT = ZEROES
               MOVE SAIDA-DATA-MOV-ORIGEM TO DATA-TAXA-PAR
           END-IF.

       LOCALIZAR-TAXA.
           MOVE 0 TO M-ATUAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF TX-MOEDA(M) = MOEDA-PROCURADA
                       AND TX-DATA(M) = DATA-TAXA-PAR
                   MOVE M TO M-ATUAL
               END-IF
           END-PERFORM
           IF M-ATUAL = 0
               IF QTDE-MOEDAS NOT < 50
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "LIBERACAO RECUSADA: " DELIMITED BY SIZE
                          NOME-SAIDA DELIMITED BY SPACE
                          " EXCEDE O LIMITE DE 50 TAXAS DE CAMBIO"
                          DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
                   CLOSE SAIDA-PARES
                   PERFORM RECUSAR-LIBERACAO
               END-IF
               ADD 1 TO QTDE-MOEDAS
               MOVE QTDE-MOEDAS TO M-ATUAL
               MOVE MOEDA-PROCURADA TO TX-MOEDA(M-ATUAL)
               MOVE DATA-TAXA-PAR TO TX-DATA(M-ATUAL)
               MOVE 0 TO TX-TAXA(M-ATUAL)
               MOVE "N" TO TX-ACHOU(M-ATUAL)
               MOVE 0 TO TX-QTDE(M-ATUAL)
               MOVE 0 TO TX-SOMA(M-ATUAL)
               MOVE 0 TO TX-SOMA-BASE(M-ATUAL)
           END-IF.

       CONFERIR-PLANO-CONTAS.
           PERFORM CARREGAR-PLANO-CONTAS
           MOVE "N" TO GRAVANDO-LANCAMENTOS
           MOVE 0 TO QTDE-LANCAMENTOS
           MOVE 0 TO TOTAL-DEBITOS
           MOVE 0 TO TOTAL-CREDITOS
           OPEN INPUT SAIDA-PARES
           MOVE "00" TO FS-SAIDA
           PERFORM UNTIL FIM-SAIDA
               READ SAIDA-PARES
                   AT END SET FIM-SAIDA TO TRUE
               END-READ
               IF NOT FIM-SAIDA
                   IF SAIDA-REG-PAR
                       PERFORM LOCALIZAR-PLANO
                       IF P-ATUAL = 0
                           MOVE "S" TO TEM-CONTA-SEM-PLANO
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING "LIBERACAO RECUSADA: CONTA "
                                  DELIMITED BY SIZE
                                  SAIDA-CONTA DELIMITED BY SIZE
                                  " MODO " DELIMITED BY SIZE
                                  SAIDA-MODO DELIMITED BY SIZE
                                  " REQUISICAO " DELIMITED BY SIZE
                                  SAIDA-REQ-ID DELIMITED BY SIZE
                                  " SEM MAPEAMENTO EM PLANOGL.DAT"
                                  DELIMITED BY SIZE
                             INTO LINHA-RELATORIO
                           END-STRING
                           PERFORM GRAVAR-LINHA-RELATORIO
                       ELSE
                           PERFORM CALCULAR-VALORES-PAR
                           IF LIBERACAO-BAIXA
                               PERFORM LANCAR-BAIXA
                           ELSE
                               PERFORM LANCAR-PAR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SAIDA-PARES
           MOVE "00" TO FS-SAIDA

           IF TEM-ARRED-AUSENTE = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: DIFERENCA DE TOLERANCIA"
                      " SEM CONTA DE ARREDONDAMENTO EM PLANOGL.DAT"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           IF TEM-BAIXA-AUSENTE = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: BAIXA DE RESIDUO SEM"
                      " CONTA DE DESPESA DE BAIXA EM PLANOGL.DAT"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           MOVE TOTAL-DEBITOS TO DEBITOS-EDITADO
           MOVE TOTAL-CREDITOS TO CREDITOS-EDITADO
           IF TOTAL-DEBITOS NOT = TOTAL-CREDITOS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: LANCAMENTO DESBALANCEADO"
                      " - DEBITOS " DELIMITED BY SIZE
                      DEBITOS-EDITADO DELIMITED BY SIZE
                      " CREDITOS " DELIMITED BY SIZE
                      CREDITOS-EDITADO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM RECUSAR-LIBERACAO
           END-IF

           IF TEM-CONTA-SEM-PLANO = "S" OR TEM-ARRED-AUSENTE = "S"
                   OR TEM-BAIXA-AUSENTE = "S"
               PERFORM RECUSAR-LIBERACAO
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           STRING "LANCAMENTO CONTABIL CONFERIDO: " DELIMITED BY SIZE
                  QTDE-LANCAMENTOS DELIMITED BY SIZE
                  " LINHAS  DEBITOS " DELIMITED BY SIZE
                  DEBITOS-EDITADO DELIMITED BY SIZE
                  "  CREDITOS " DELIMITED BY SIZE
                  CREDITOS-EDITADO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE 0 TO QTDE-LANCAMENTOS
           MOVE 0 TO TOTAL-DEBITOS
           MOVE 0 TO TOTAL-CREDITOS.

       CARREGAR-PLANO-CONTAS.
           OPEN INPUT ARQ-PLANO
           IF FS-PLANO NOT = "00"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIBERACAO RECUSADA: PLANO DE CONTAS"
                      " PLANOGL.DAT AUSENTE - FS " DELIMITED BY SIZE
                      FS-PLANO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM RECUSAR-LIBERACAO
           END-IF
           PERFORM UNTIL FIM-PLANO
               READ ARQ-PLANO
                   AT END SET FIM-PLANO TO TRUE
               END-READ
               IF NOT FIM-PLANO
                   IF PLAN-ARREDONDAMENTO
                       MOVE PLAN-CONTA-DEBITO TO CONTA-ARREDONDAMENTO
                       MOVE PLAN-CENTRO-CUSTO
                           TO CENTRO-ARREDONDAMENTO
                   END-IF
                   IF PLAN-BAIXA
                       MOVE PLAN-CONTA-DEBITO TO CONTA-BAIXA
                       MOVE PLAN-CENTRO-CUSTO TO CENTRO-BAIXA
                   END-IF
                   IF PLAN-MAPEAMENTO
                       IF QTDE-PLANO >= 500
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING "LIBERACAO RECUSADA: PLANOGL.DAT"
                                  " EXCEDE O LIMITE DE 500 CONTAS"
                                  DELIMITED BY SIZE
                             INTO LINHA-RELATORIO
                           END-STRING
                           PERFORM GRAVAR-LINHA-RELATORIO
                           CLOSE ARQ-PLANO
                           PERFORM RECUSAR-LIBERACAO
                       END-IF
                       ADD 1 TO QTDE-PLANO
                       MOVE PLAN-CONTA TO PL-CONTA(QTDE-PLANO)
                       MOVE PLAN-MODO TO PL-MODO(QTDE-PLANO)
                       MOVE PLAN-CONTA-DEBITO TO PL-DEBITO(QTDE-PLANO)
                       MOVE PLAN-CONTA-CREDITO
                           TO PL-CREDITO(QTDE-PLANO)
                       MOVE PLAN-CENTRO-CUSTO TO PL-CENTRO(QTDE-PLANO)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-PLANO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PLANO DE CONTAS CARREGADO: " DELIMITED BY SIZE
                  QTDE-PLANO DELIMITED BY SIZE
                  " MAPEAMENTOS  CONTA DE ARREDONDAMENTO: "
                  DELIMITED BY SIZE
                  CONTA-ARREDONDAMENTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF LIBERACAO-BAIXA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CONTA DE DESPESA DE BAIXA: " DELIMITED BY SIZE
                      CONTA-BAIXA DELIMITED BY SIZE
                      "  CENTRO DE CUSTO: " DELIMITED BY SIZE
                      CENTRO-BAIXA DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       LOCALIZAR-PLANO.
           MOVE 0 TO P-ATUAL
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > QTDE-PLANO OR P-ATUAL > 0
               IF PL-CONTA(P) = SAIDA-CONTA
                       AND PL-MODO(P) = SAIDA-MODO
                   MOVE P TO P-ATUAL
               END-IF
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > QTDE-PLANO OR P-ATUAL > 0
               IF PL-CONTA(P) = SAIDA-CONTA
                       AND PL-MODO(P) = SPACE
                   MOVE P TO P-ATUAL
               END-IF
           END-PERFORM.

       CALCULAR-VALORES-PAR.
           COMPUTE SOMA-REGISTRO = SAIDA-VALOR-01 + SAIDA-VALOR-02
               + SAIDA-VALOR-03
           PERFORM DEFINIR-MOEDA-PAR
           PERFORM LOCALIZAR-TAXA
           COMPUTE SOMA-REGISTRO-BASE ROUNDED =
               SOMA-REGISTRO * TX-TAXA(M-ATUAL)
           COMPUTE DIFERENCA-BASE ROUNDED =
               SAIDA-DIFERENCA * TX-TAXA(M-ATUAL).

       LANCAR-PAR.
           MOVE 2 TO QTDE-ITENS-PAR
           IF SAIDA-INDICE-03 NOT = 0
               MOVE 3 TO QTDE-ITENS-PAR
           END-IF
           PERFORM VARYING ITEM-PAR FROM 1 BY 1
                   UNTIL ITEM-PAR > QTDE-ITENS-PAR
               PERFORM LANCAR-ITEM-PAR
           END-PERFORM

           IF DIFERENCA-BASE NOT = 0
               IF CONTA-ARREDONDAMENTO = SPACES
                   MOVE "S" TO TEM-ARRED-AUSENTE
               ELSE
                   MOVE 0 TO INDICE-ITEM
                   MOVE SAIDA-DIFERENCA TO VALOR-ITEM
                   MOVE CONTA-ARREDONDAMENTO TO CONTA-LANCAMENTO
                   MOVE CENTRO-ARREDONDAMENTO TO CENTRO-LANCAMENTO
                   MOVE DIFERENCA-BASE TO VALOR-LANCAMENTO
                   MOVE "C" TO NATUREZA-LANCAMENTO
                   PERFORM REGISTRAR-LANCAMENTO
               END-IF
           END-IF.

       LANCAR-ITEM-PAR.
           PERFORM DEFINIR-ITEM-PAR
           MOVE PL-DEBITO(P-ATUAL) TO CONTA-LANCAMENTO
           MOVE PL-CENTRO(P-ATUAL) TO CENTRO-LANCAMENTO
           COMPUTE VALOR-LANCAMENTO ROUNDED =
               VALOR-ITEM * TX-TAXA(M-ATUAL)
           MOVE "D" TO NATUREZA-LANCAMENTO
           PERFORM REGISTRAR-LANCAMENTO

           MOVE VALOR-ITEM TO VALOR-ITEM-CREDITO
           IF ITEM-PAR = 1
               SUBTRACT SAIDA-DIFERENCA FROM VALOR-ITEM-CREDITO
           END-IF
           MOVE PL-CREDITO(P-ATUAL) TO CONTA-LANCAMENTO
           MOVE PL-CENTRO(P-ATUAL) TO CENTRO-LANCAMENTO
           COMPUTE VALOR-LANCAMENTO ROUNDED =
               VALOR-ITEM-CREDITO * TX-TAXA(M-ATUAL)
           MOVE "C" TO NATUREZA-LANCAMENTO
           PERFORM REGISTRAR-LANCAMENTO.

       DEFINIR-ITEM-PAR.
           IF ITEM-PAR = 1
               MOVE SAIDA-INDICE-01 TO INDICE-ITEM
               MOVE SAIDA-VALOR-01 TO VALOR-ITEM
           END-IF
           IF ITEM-PAR = 2
               MOVE SAIDA-INDICE-02 TO INDICE-ITEM
               MOVE SAIDA-VALOR-02 TO VALOR-ITEM
           END-IF
           IF ITEM-PAR = 3
               MOVE SAIDA-INDICE-03 TO INDICE-ITEM
               MOVE SAIDA-VALOR-03 TO VALOR-ITEM
           END-IF.

       LANCAR-BAIXA.
           IF CONTA-BAIXA = SPACES
               MOVE "S" TO TEM-BAIXA-AUSENTE
           ELSE
               MOVE SAIDA-INDICE-01 TO INDICE-ITEM
               MOVE SAIDA-VALOR-01 TO VALOR-ITEM
               MOVE CONTA-BAIXA TO CONTA-LANCAMENTO
               MOVE CENTRO-BAIXA TO CENTRO-LANCAMENTO
               MOVE SOMA-REGISTRO-BASE TO VALOR-LANCAMENTO
               MOVE "D" TO NATUREZA-LANCAMENTO
               PERFORM REGISTRAR-LANCAMENTO

               MOVE PL-CREDITO(P-ATUAL) TO CONTA-LANCAMENTO
               MOVE PL-CENTRO(P-ATUAL) TO CENTRO-LANCAMENTO
               MOVE SOMA-REGISTRO-BASE TO VALOR-LANCAMENTO
               MOVE "C" TO NATUREZA-LANCAMENTO
               PERFORM REGISTRAR-LANCAMENTO
           END-IF.

       REGISTRAR-LANCAMENTO.
           IF VALOR-LANCAMENTO < 0
               COMPUTE VALOR-LANCAMENTO = 0 - VALOR-LANCAMENTO
               IF NATUREZA-LANCAMENTO = "D"
                   MOVE "C" TO NATUREZA-LANCAMENTO
               ELSE
                   MOVE "D" TO NATUREZA-LANCAMENTO
               END-IF
           END-IF
           ADD 1 TO QTDE-LANCAMENTOS
           IF NATUREZA-LANCAMENTO = "D"
               ADD VALOR-LANCAMENTO TO TOTAL-DEBITOS
           ELSE
               ADD VALOR-LANCAMENTO TO TOTAL-CREDITOS
           END-IF
           IF GRAVANDO-LANCAMENTOS = "S"
               MOVE VALOR-LANCAMENTO TO LANCAMENTO-EDITADO
               MOVE VALOR-ITEM TO VALOR-ITEM-EDITADO
               MOVE SPACES TO REG-GL
               STRING "L;" DELIMITED BY SIZE
                      RELEASE-ATUAL DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SAIDA-REQ-ID DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SAIDA-CONTA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INDICE-ITEM DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      VALOR-ITEM-EDITADO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      NATUREZA-LANCAMENTO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CONTA-LANCAMENTO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CENTRO-LANCAMENTO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      LANCAMENTO-EDITADO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      MOEDA-BASE DELIMITED BY SIZE
                 INTO REG-GL
               END-STRING
               WRITE REG-GL
               PERFORM TESTAR-GRAVACAO-GL
           END-IF.

       CONFERIR-LIBERACOES.
           OPEN INPUT ARQ-CONTROLE-GL
           IF FS-CONTROLE-GL NOT = "00"
                       IF CTRL-RELEASE > RELEASE-ANTERIOR
                           MOVE CTRL-RELEASE TO RELEASE-ANTERIOR
                       END-IF
                       MOVE CTRL-TIPO-LIB TO TIPO-LIB-CONTROLE
                       IF TIPO-LIB-CONTROLE = SPACE
                           MOVE "P" TO TIPO-LIB-CONTROLE
                       END-IF
                       IF CTRL-RUN-DATA = RUN-DATA
                               AND CTRL-RUN-HORA = RUN-HORA
                               AND CTRL-RUN-JOB = RUN-JOB-ID
                               AND TIPO-LIB-CONTROLE = TIPO-LIBERACAO
                           MOVE "S" TO JA-LIBERADO
                           MOVE CTRL-RELEASE TO RELEASE-ATUAL
                       END-IF
           OPEN OUTPUT ARQ-GL
           PERFORM GRAVAR-CABECALHO-GL

           MOVE "S" TO GRAVANDO-LANCAMENTOS
           OPEN INPUT SAIDA-PARES
           MOVE "00" TO FS-SAIDA
           PERFORM UNTIL FIM-SAIDA
               IF NOT FIM-SAIDA
                   IF SAIDA-REG-PAR
                       PERFORM GRAVAR-DETALHE-GL
                       PERFORM LOCALIZAR-PLANO
                       IF LIBERACAO-BAIXA
                           PERFORM LANCAR-BAIXA
                       ELSE
                           PERFORM LANCAR-PAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                  RUN-CICLO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TIPO-LIBERACAO DELIMITED BY SIZE
             INTO REG-GL
           END-STRING
           WRITE REG-GL
           COMPUTE SOMA-REGISTRO = SAIDA-VALOR-01 + SAIDA-VALOR-02
               + SAIDA-VALOR-03
           ADD SOMA-REGISTRO TO SOMA-PARES-GL
           PERFORM DEFINIR-MOEDA-PAR
           PERFORM LOCALIZAR-TAXA
           COMPUTE SOMA-REGISTRO-BASE ROUNDED =
               SOMA-REGISTRO * TX-TAXA(M-ATUAL)
           COMPUTE DIFERENCA-BASE ROUNDED =
               SAIDA-DIFERENCA * TX-TAXA(M-ATUAL)
           ADD SOMA-REGISTRO-BASE TO SOMA-PARES-GL-BASE
           ADD 1 TO TX-QTDE(M-ATUAL)
           ADD SOMA-REGISTRO TO TX-SOMA(M-ATUAL)
           ADD SOMA-REGISTRO-BASE TO TX-SOMA-BASE(M-ATUAL)
           MOVE TX-TAXA(M-ATUAL) TO TAXA-EDITADA
           MOVE SOMA-REGISTRO-BASE TO SOMA-BASE-EDITADA
           MOVE DIFERENCA-BASE TO DIF-BASE-EDITADA
           MOVE SAIDA-VALOR-01 TO VALOR-EDITADO-01
           MOVE SAIDA-VALOR-02 TO VALOR-EDITADO-02
           MOVE SAIDA-VALOR-03 TO VALOR-EDITADO-03
                  VALOR-EDITADO-03 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VALOR-EDITADO-04 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOEDA-PROCURADA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TAXA-EDITADA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SOMA-BASE-EDITADA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DIF-BASE-EDITADA DELIMITED BY SIZE
             INTO REG-GL
           END-STRING
           WRITE REG-GL
           PERFORM TESTAR-GRAVACAO-GL.

       GRAVAR-TRAILER-GL.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               MOVE TX-SOMA(M) TO SOMA-EDITADA-01
               MOVE TX-SOMA-BASE(M) TO SOMA-BASE-EDITADA
               MOVE TX-TAXA(M) TO TAXA-EDITADA
               MOVE SPACES TO REG-GL
               STRING "M;" DELIMITED BY SIZE
                      RELEASE-ATUAL DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TX-MOEDA(M) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TX-QTDE(M) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TAXA-EDITADA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-BASE-EDITADA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TX-DATA(M) DELIMITED BY SIZE
                 INTO REG-GL
               END-STRING
               WRITE REG-GL
               PERFORM TESTAR-GRAVACAO-GL
           END-PERFORM

           MOVE SOMA-PARES-GL TO SOMA-EDITADA-01
           MOVE SOMA-PARES-GL-BASE TO SOMA-BASE-EDITADA
           MOVE TOTAL-DEBITOS TO DEBITOS-EDITADO
           MOVE TOTAL-CREDITOS TO CREDITOS-EDITADO
           MOVE SPACES TO REG-GL
           STRING "T;" DELIMITED BY SIZE
                  RELEASE-ATUAL DELIMITED BY SIZE
                  QTDE-PARES-GL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MOEDA-BASE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SOMA-BASE-EDITADA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-LANCAMENTOS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DEBITOS-EDITADO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CREDITOS-EDITADO DELIMITED BY SIZE
             INTO REG-GL
           END-STRING
           WRITE REG-GL
           MOVE RUN-JOB-ID TO CTRL-RUN-JOB
           MOVE DATA-EXECUCAO TO CTRL-DATA-LIBERACAO
           MOVE HORA-EXECUCAO TO CTRL-HORA-LIBERACAO
           MOVE TIPO-LIBERACAO TO CTRL-TIPO-LIB
           MOVE QTDE-LANCAMENTOS TO CTRL-QTDE-LANCAMENTOS
           MOVE TOTAL-DEBITOS TO CTRL-TOTAL-DEBITOS
           MOVE TOTAL-CREDITOS TO CTRL-TOTAL-CREDITOS
           WRITE REG-CONTROLE-GL
           IF FS-CONTROLE-GL NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM GLCTRL.DAT - FS "
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               MOVE TX-SOMA(M) TO SOMA-EDITADA-01
               MOVE TX-SOMA-BASE(M) TO SOMA-EDITADA-02
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  MOEDA " DELIMITED BY SIZE
                      TX-MOEDA(M) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      TX-QTDE(M) DELIMITED BY SIZE
                      " PARES  SOMA " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                      "  EM " DELIMITED BY SIZE
                      MOEDA-BASE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SOMA-EDITADA-02 DELIMITED BY SIZE
                      "  TAXA DE " DELIMITED BY SIZE
                      TX-DATA(M) DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM

           MOVE SOMA-PARES-GL-BASE TO SOMA-EDITADA-02
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL EQUIVALENTE EM MOEDA BASE " DELIMITED BY SIZE
                  MOEDA-BASE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  SOMA-EDITADA-02 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE TOTAL-DEBITOS TO DEBITOS-EDITADO
           MOVE TOTAL-CREDITOS TO CREDITOS-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LANCAMENTO CONTABIL: " DELIMITED BY SIZE
                  QTDE-LANCAMENTOS DELIMITED BY SIZE
                  " LINHAS  DEBITOS " DELIMITED BY SIZE
                  DEBITOS-EDITADO DELIMITED BY SIZE
                  "  CREDITOS " DELIMITED BY SIZE
                  CREDITOS-EDITADO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           DISPLAY "RELEASE " RELEASE-ATUAL " LIBERADO EM "
               NOME-GL " - " QTDE-PARES-GL " PARES."

           CLOSE ARQ-BALANCO
           CLOSE ARQ-CONTROLE-GL
           CLOSE ARQ-GL
           CLOSE ARQ-CAMBIO
           CLOSE ARQ-PLANO
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
