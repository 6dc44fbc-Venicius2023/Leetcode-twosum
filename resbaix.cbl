       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES_BAIX.
       AUTHOR. VENICIUS RODRIGUES

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESIDUO ASSIGN TO "RESIDNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESIDUO.

           SELECT ARQ-LIMITES ASSIGN TO "PARMBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMITES.

           SELECT ARQ-PROPOSTAS ASSIGN TO "PROPBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.

           SELECT ARQ-APROVACOES ASSIGN TO "APROVBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROVACOES.

           SELECT ARQ-RESIDUO-NOVO ASSIGN TO "RESIDBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESIDUO-NOVO.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARQ-EXTRATO-GL ASSIGN TO "BAIXAGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-GL.

           SELECT ARQ-CONTROLE-GL ASSIGN TO "GLCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-GL.

           SELECT RELATORIO ASSIGN TO "RELBAIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ARQ-LIMITES.
       01  REG-LIMITE.
           05 LIM-CONTA             PIC X(08).
           05 LIM-IDADE-MINIMA      PIC 9(03).
           05 LIM-VALOR-MAXIMO      PIC 9(07)V99.

       FD  ARQ-PROPOSTAS.
       01  REG-PROPOSTA.
           05 PROP-DATA             PIC 9(08).
           05 PROP-HORA             PIC 9(08).
           05 PROP-JOB-ID           PIC X(08).
           05 PROP-SEQ              PIC 9(05).
           05 PROP-RESIDUO          PIC X(53).
           05 PROP-OPERADOR         PIC X(08).

       FD  ARQ-APROVACOES.
       01  REG-APROVACAO.
           05 APRV-DATA             PIC 9(08).
           05 APRV-HORA             PIC 9(08).
           05 APRV-JOB-ID           PIC X(08).
           05 APRV-SEQ              PIC 9(05).
           05 APRV-OPERADOR         PIC X(08).
           05 APRV-DECISAO          PIC X(01).
               88 APRV-REJEITA          VALUE "R".

       FD  ARQ-RESIDUO-NOVO.
       01  REG-RESIDUO-NOVO         PIC X(53).

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATA              PIC 9(08).
           05 AUD-HORA              PIC 9(08).
           05 AUD-JOB-ID            PIC X(08).
           05 AUD-TIPO-REG          PIC X(01).
               88 AUD-REG-BAIXA         VALUE "W".
           05 AUD-DADOS             PIC X(130).

       01  AUD-DADOS-BAIXA REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-BXA-EVENTO        PIC X(01).
           05 AUD-BXA-PROP-DATA     PIC 9(08).
           05 AUD-BXA-PROP-HORA     PIC 9(08).
           05 AUD-BXA-PROP-JOB      PIC X(08).
           05 AUD-BXA-SEQ           PIC 9(05).
           05 AUD-BXA-REQ-ID        PIC X(08).
           05 AUD-BXA-INDICE        PIC 9(04).
           05 AUD-BXA-VALOR         PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-BXA-CONTA         PIC X(08).
           05 AUD-BXA-IDADE         PIC 9(03).
           05 AUD-BXA-MOEDA         PIC X(03).
           05 AUD-BXA-PROPONENTE    PIC X(08).
           05 AUD-BXA-APROVADOR     PIC X(08).
           05 AUD-BXA-MOTIVO        PIC X(30).
           05 FILLER                PIC X(18).

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
           05 C                     PIC 9(03) VALUE 0.
           05 L                     PIC 9(03) VALUE 0.
           05 M                     PIC 9(02) VALUE 0.
           05 M-ATUAL               PIC 9(02) VALUE 0.
           05 ETAPA                 PIC X(01) VALUE "P".
               88 ETAPA-PROPOSTA        VALUE "P".
               88 ETAPA-APLICACAO       VALUE "A".
           05 ETAPA-RAW             PIC X(01) VALUE SPACES.
           05 OPERADOR-EXECUCAO     PIC X(08) VALUE SPACES.
           05 JOB-ID-EXECUCAO       PIC X(08) VALUE SPACES.
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-BASE-RAW        PIC X(03) VALUE SPACES.
           05 MOEDA-BAIXA           PIC X(03) VALUE SPACES.
           05 DATA-MOVIMENTO        PIC 9(08) VALUE 0.
           05 DATA-MOVIMENTO-RAW    PIC X(08) VALUE SPACES.
           05 ACHOU-LIMITE          PIC X(01) VALUE "N".
           05 INDICE-LIMITE         PIC 9(03) VALUE 0.
           05 ACHOU-PROPOSTA        PIC X(01) VALUE "N".
           05 INDICE-PROPOSTA       PIC 9(03) VALUE 0.
           05 VALOR-ABSOLUTO        PIC 9(07)V99 VALUE 0.
           05 QTDE-LIDOS            PIC 9(05) VALUE 0.
           05 QTDE-INVALIDOS        PIC 9(05) VALUE 0.
           05 QTDE-PROPOSTAS        PIC 9(05) VALUE 0.
           05 QTDE-BAIXADAS         PIC 9(05) VALUE 0.
           05 QTDE-REJEITADAS       PIC 9(05) VALUE 0.
           05 QTDE-EXPIRADAS        PIC 9(05) VALUE 0.
           05 QTDE-MANTIDOS         PIC 9(05) VALUE 0.
           05 SOMA-PROPOSTA         PIC S9(11)V99 VALUE 0.
           05 SOMA-BAIXADA          PIC S9(11)V99 VALUE 0.
           05 MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.
           05 EVENTO-AUDITORIA      PIC X(01) VALUE SPACE.
           05 EXTRATO-GL-ABERTO     PIC X(01) VALUE "N".
           05 EXTRATO-PENDENTE      PIC X(01) VALUE "N".
           05 PEND-RUN-DATA         PIC 9(08) VALUE 0.
           05 PEND-RUN-HORA         PIC 9(08) VALUE 0.
           05 PEND-RUN-JOB          PIC X(08) VALUE SPACES.
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 SOMA-EDITADA-01       PIC +9(11).99.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 STATUS-ARQUIVOS.
           05 FS-RESIDUO            PIC X(02) VALUE "00".
               88 FIM-RESIDUO           VALUE "10".
           05 FS-LIMITES            PIC X(02) VALUE "00".
               88 FIM-LIMITES           VALUE "10".
           05 FS-PROPOSTAS          PIC X(02) VALUE "00".
               88 FIM-PROPOSTAS         VALUE "10".
           05 FS-APROVACOES         PIC X(02) VALUE "00".
               88 FIM-APROVACOES        VALUE "10".
           05 FS-RESIDUO-NOVO       PIC X(02) VALUE "00".
           05 FS-AUDITORIA          PIC X(02) VALUE "00".
           05 FS-EXTRATO-GL         PIC X(02) VALUE "00".
               88 FIM-EXTRATO-GL        VALUE "10".
           05 FS-CONTROLE-GL        PIC X(02) VALUE "00".
               88 FIM-CONTROLE-GL       VALUE "10".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 RESIDUO-PROPOSTO.
           05 RPRO-REQ-ID           PIC X(08).
           05 RPRO-INDICE           PIC 9(04).
           05 RPRO-VALOR            PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 RPRO-CONTA            PIC X(08).
           05 RPRO-DATA-ORIGEM      PIC 9(08).
           05 RPRO-IDADE            PIC 9(03).
           05 RPRO-LADO             PIC X(01).
           05 RPRO-MOEDA            PIC X(03).
           05 RPRO-DATA-VALOR       PIC 9(08).

       01 TABELA-LIMITES.
           05 QTDE-LIMITES          PIC 9(03) VALUE 0.
           05 LIMITE-CONTA OCCURS 1 TO 500 TIMES
                           DEPENDING ON QTDE-LIMITES.
               10 LM-CONTA             PIC X(08).
               10 LM-IDADE-MINIMA      PIC 9(03).
               10 LM-VALOR-MAXIMO      PIC 9(07)V99.

       01 TABELA-PROPOSTAS.
           05 QTDE-PROP-CARREGADAS  PIC 9(03) VALUE 0.
           05 PROPOSTA OCCURS 1 TO 999 TIMES
                       DEPENDING ON QTDE-PROP-CARREGADAS.
               10 TAB-PROP-DATA        PIC 9(08).
               10 TAB-PROP-HORA        PIC 9(08).
               10 TAB-PROP-JOB-ID      PIC X(08).
               10 TAB-PROP-SEQ         PIC 9(05).
               10 TAB-PROP-RESIDUO     PIC X(53).
               10 TAB-PROP-OPERADOR    PIC X(08).
               10 TAB-PROP-APROVADOR   PIC X(08).
               10 TAB-PROP-SITUACAO    PIC X(01).

       01 TABELA-TOTAIS-MOEDA.
           05 QTDE-MOEDAS           PIC 9(02) VALUE 0.
           05 MOEDA-SAIDA OCCURS 10 TIMES.
               10 MOE-CODIGO           PIC X(03).
               10 MOE-QTDE-PARES       PIC 9(05).
               10 MOE-SOMA             PIC S9(11)V99.

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "---BAIXA DE RESIDUOS---".

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME
           MOVE SPACES TO JOB-ID-EXECUCAO
           ACCEPT JOB-ID-EXECUCAO FROM ENVIRONMENT "JOBID"
           PERFORM CAPTURAR-DADOS-EXECUCAO

           PERFORM ABRIR-ARQUIVOS
           IF ETAPA-PROPOSTA
               PERFORM CARREGAR-LIMITES
               PERFORM GERAR-PROPOSTAS
           ELSE
               PERFORM CONFERIR-EXTRATO-PENDENTE
               PERFORM CARREGAR-PROPOSTAS
               PERFORM CARREGAR-APROVACOES
               PERFORM APLICAR-BAIXAS
               PERFORM GRAVAR-TRAILER-EXTRATO-GL
               PERFORM ENCERRAR-PROPOSTAS
           END-IF
           PERFORM GRAVAR-RESUMO
           PERFORM FECHAR-ARQUIVOS

           IF QTDE-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       CAPTURAR-DADOS-EXECUCAO.
           MOVE SPACES TO ETAPA-RAW
           ACCEPT ETAPA-RAW FROM ENVIRONMENT "ETAPABAIXA"
           IF ETAPA-RAW = "A"
               MOVE "A" TO ETAPA
           ELSE
               IF ETAPA-RAW NOT = SPACE AND ETAPA-RAW NOT = "P"
                   DISPLAY "ERRO: ETAPABAIXA INVALIDA [" ETAPA-RAW
                       "] - USAR P (PROPOSTA) OU A (APLICACAO)."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO OPERADOR-EXECUCAO
           ACCEPT OPERADOR-EXECUCAO FROM ENVIRONMENT "OPERADOR"
           IF ETAPA-PROPOSTA AND OPERADOR-EXECUCAO = SPACES
               DISPLAY "ERRO: OPERADOR PROPONENTE NAO INFORMADO"
                   " (OPERADOR)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN INPUT ARQ-RESIDUO
           IF FS-RESIDUO NOT = "00"
               DISPLAY "ERRO: RESIDNOVO.DAT NAO ENCONTRADO - FS "
                   FS-RESIDUO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ETAPA-PROPOSTA
               OPEN INPUT ARQ-LIMITES
               IF FS-LIMITES NOT = "00"
                   DISPLAY "ERRO: PARMBAIX.DAT NAO ENCONTRADO - FS "
                       FS-LIMITES
                   CLOSE ARQ-RESIDUO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT ARQ-PROPOSTAS
               IF FS-PROPOSTAS NOT = "00"
                   DISPLAY "ERRO: PROPBAIX.DAT NAO ENCONTRADO - FS "
                       FS-PROPOSTAS
                   CLOSE ARQ-RESIDUO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT ARQ-APROVACOES
           END-IF
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           IF ETAPA-PROPOSTA
               STRING "RELATORIO DE PROPOSTA DE BAIXA DE RESIDUOS"
                      " - DATA: " DELIMITED BY SIZE
                      DATA-EXECUCAO DELIMITED BY SIZE
                      "  HORA: " DELIMITED BY SIZE
                      HORA-EXECUCAO DELIMITED BY SIZE
                      "  PROPONENTE: " DELIMITED BY SIZE
                      OPERADOR-EXECUCAO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "RELATORIO DE APLICACAO DE BAIXA DE RESIDUOS"
                      " - DATA: " DELIMITED BY SIZE
                      DATA-EXECUCAO DELIMITED BY SIZE
                      "  HORA: " DELIMITED BY SIZE
                      HORA-EXECUCAO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       ABRIR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.

       CARREGAR-LIMITES.
           PERFORM UNTIL FIM-LIMITES
               READ ARQ-LIMITES
                   AT END SET FIM-LIMITES TO TRUE
               END-READ
               IF NOT FIM-LIMITES
                   PERFORM CARREGAR-UM-LIMITE
               END-IF
           END-PERFORM
           CLOSE ARQ-LIMITES

           IF QTDE-LIMITES = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AVISO: PARMBAIX.DAT SEM LIMITES VALIDOS -"
                      " NENHUMA BAIXA SERA PROPOSTA."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       CARREGAR-UM-LIMITE.
           IF LIM-IDADE-MINIMA IS NOT NUMERIC
                   OR LIM-VALOR-MAXIMO IS NOT NUMERIC
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AVISO: LIMITE INVALIDO IGNORADO - CONTA "
                      DELIMITED BY SIZE
                      LIM-CONTA DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
               IF QTDE-LIMITES >= 500
                   DISPLAY "TABELA DE LIMITES CHEIA - REGISTRO"
                       " IGNORADO."
               ELSE
                   ADD 1 TO QTDE-LIMITES
                   MOVE LIM-CONTA TO LM-CONTA(QTDE-LIMITES)
                   MOVE LIM-IDADE-MINIMA
                       TO LM-IDADE-MINIMA(QTDE-LIMITES)
                   MOVE LIM-VALOR-MAXIMO
                       TO LM-VALOR-MAXIMO(QTDE-LIMITES)
                   MOVE LIM-VALOR-MAXIMO TO VALOR-EDITADO-01
                   MOVE SPACES TO LINHA-RELATORIO
                   IF LIM-CONTA = SPACES
                       STRING "LIMITE PADRAO (DEMAIS CONTAS): IDADE"
                              " MINIMA " DELIMITED BY SIZE
                              LIM-IDADE-MINIMA DELIMITED BY SIZE
                              " CICLOS  VALOR MAXIMO "
                              DELIMITED BY SIZE
                              VALOR-EDITADO-01 DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       END-STRING
                   ELSE
                       STRING "LIMITE CONTA " DELIMITED BY SIZE
                              LIM-CONTA DELIMITED BY SIZE
                              ": IDADE MINIMA " DELIMITED BY SIZE
                              LIM-IDADE-MINIMA DELIMITED BY SIZE
                              " CICLOS  VALOR MAXIMO "
                              DELIMITED BY SIZE
                              VALOR-EDITADO-01 DELIMITED BY SIZE
                         INTO LINHA-RELATORIO
                       END-STRING
                   END-IF
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-IF.

       LOCALIZAR-LIMITE.
           MOVE "N" TO ACHOU-LIMITE
           MOVE 0 TO INDICE-LIMITE
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > QTDE-LIMITES OR ACHOU-LIMITE = "S"
               IF LM-CONTA(L) = RES-CONTA
                   MOVE "S" TO ACHOU-LIMITE
                   MOVE L TO INDICE-LIMITE
               END-IF
           END-PERFORM
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > QTDE-LIMITES OR ACHOU-LIMITE = "S"
               IF LM-CONTA(L) = SPACES
                   MOVE "S" TO ACHOU-LIMITE
                   MOVE L TO INDICE-LIMITE
               END-IF
           END-PERFORM.

       GERAR-PROPOSTAS.
           OPEN OUTPUT ARQ-PROPOSTAS
           PERFORM ABRIR-AUDITORIA
           PERFORM UNTIL FIM-RESIDUO
               READ ARQ-RESIDUO
                   AT END SET FIM-RESIDUO TO TRUE
               END-READ
               IF NOT FIM-RESIDUO
                   ADD 1 TO QTDE-LIDOS
                   PERFORM AVALIAR-RESIDUO
               END-IF
           END-PERFORM.

       AVALIAR-RESIDUO.
           IF RES-VALOR IS NOT NUMERIC OR RES-IDADE IS NOT NUMERIC
               ADD 1 TO QTDE-INVALIDOS
           ELSE
               PERFORM LOCALIZAR-LIMITE
               IF ACHOU-LIMITE = "S"
                   IF RES-VALOR < 0
                       COMPUTE VALOR-ABSOLUTO = 0 - RES-VALOR
                   ELSE
                       MOVE RES-VALOR TO VALOR-ABSOLUTO
                   END-IF
                   IF RES-IDADE >= LM-IDADE-MINIMA(INDICE-LIMITE)
                           AND VALOR-ABSOLUTO <=
                               LM-VALOR-MAXIMO(INDICE-LIMITE)
                       PERFORM GRAVAR-PROPOSTA
                   END-IF
               END-IF
           END-IF.

       GRAVAR-PROPOSTA.
           ADD 1 TO QTDE-PROPOSTAS
           ADD RES-VALOR TO SOMA-PROPOSTA
           MOVE DATA-EXECUCAO TO PROP-DATA
           MOVE HORA-EXECUCAO TO PROP-HORA
           MOVE JOB-ID-EXECUCAO TO PROP-JOB-ID
           MOVE QTDE-PROPOSTAS TO PROP-SEQ
           MOVE REG-RESIDUO TO PROP-RESIDUO
           MOVE OPERADOR-EXECUCAO TO PROP-OPERADOR
           WRITE REG-PROPOSTA
           IF FS-PROPOSTAS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PROPBAIX.DAT - FS "
                   FS-PROPOSTAS
               PERFORM ENCERRAR-ANORMAL
           END-IF

           MOVE REG-RESIDUO TO RESIDUO-PROPOSTO
           MOVE "P" TO EVENTO-AUDITORIA
           MOVE SPACES TO MOTIVO-REJEICAO
           PERFORM GRAVAR-AUDITORIA-PROPOSTA

           MOVE RES-VALOR TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROPOSTA: SEQ " DELIMITED BY SIZE
                  PROP-SEQ DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  RES-REQ-ID DELIMITED BY SIZE
                  " IDX " DELIMITED BY SIZE
                  RES-INDICE DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  RES-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RES-MOEDA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " IDADE " DELIMITED BY SIZE
                  RES-IDADE DELIMITED BY SIZE
                  " ORIGEM " DELIMITED BY SIZE
                  RES-DATA-ORIGEM DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-AUDITORIA-PROPOSTA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE DATA-EXECUCAO TO AUD-DATA
           MOVE HORA-EXECUCAO TO AUD-HORA
           MOVE JOB-ID-EXECUCAO TO AUD-JOB-ID
           MOVE "W" TO AUD-TIPO-REG
           MOVE EVENTO-AUDITORIA TO AUD-BXA-EVENTO
           IF ETAPA-PROPOSTA
               MOVE PROP-DATA TO AUD-BXA-PROP-DATA
               MOVE PROP-HORA TO AUD-BXA-PROP-HORA
               MOVE PROP-JOB-ID TO AUD-BXA-PROP-JOB
               MOVE PROP-SEQ TO AUD-BXA-SEQ
               MOVE PROP-OPERADOR TO AUD-BXA-PROPONENTE
           ELSE
               MOVE TAB-PROP-DATA(INDICE-PROPOSTA)
                   TO AUD-BXA-PROP-DATA
               MOVE TAB-PROP-HORA(INDICE-PROPOSTA)
                   TO AUD-BXA-PROP-HORA
               MOVE TAB-PROP-JOB-ID(INDICE-PROPOSTA)
                   TO AUD-BXA-PROP-JOB
               MOVE TAB-PROP-SEQ(INDICE-PROPOSTA) TO AUD-BXA-SEQ
               MOVE TAB-PROP-OPERADOR(INDICE-PROPOSTA)
                   TO AUD-BXA-PROPONENTE
               MOVE TAB-PROP-APROVADOR(INDICE-PROPOSTA)
                   TO AUD-BXA-APROVADOR
           END-IF
           MOVE RPRO-REQ-ID TO AUD-BXA-REQ-ID
           MOVE RPRO-INDICE TO AUD-BXA-INDICE
           MOVE RPRO-VALOR TO AUD-BXA-VALOR
           MOVE RPRO-CONTA TO AUD-BXA-CONTA
           MOVE RPRO-IDADE TO AUD-BXA-IDADE
           MOVE RPRO-MOEDA TO AUD-BXA-MOEDA
           MOVE MOTIVO-REJEICAO TO AUD-BXA-MOTIVO
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           WRITE REG-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM AUDITORIA.DAT - FS "
                   FS-AUDITORIA
               PERFORM ENCERRAR-ANORMAL
           END-IF.

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
                                   AND CTRL-TIPO-LIB = "B"
                               MOVE "N" TO EXTRATO-PENDENTE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARQ-CONTROLE-GL
               END-IF
           END-IF

           IF EXTRATO-PENDENTE = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "BAIXA RECUSADA: BAIXAGL.DAT DE "
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
               DISPLAY "BAIXA RECUSADA - BAIXAGL.DAT ANTERIOR AINDA"
                   " NAO LIBERADO."
               CLOSE ARQ-RESIDUO
               CLOSE ARQ-PROPOSTAS
               CLOSE ARQ-APROVACOES
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARQ-RESIDUO-NOVO
           PERFORM ABRIR-AUDITORIA.

       CARREGAR-PROPOSTAS.
           PERFORM UNTIL FIM-PROPOSTAS
               READ ARQ-PROPOSTAS
                   AT END SET FIM-PROPOSTAS TO TRUE
               END-READ
               IF NOT FIM-PROPOSTAS
                   PERFORM CARREGAR-UMA-PROPOSTA
               END-IF
           END-PERFORM
           CLOSE ARQ-PROPOSTAS.

       CARREGAR-UMA-PROPOSTA.
           IF QTDE-PROP-CARREGADAS >= 999
               DISPLAY "TABELA DE PROPOSTAS CHEIA - REGISTRO"
                   " IGNORADO."
           ELSE
               ADD 1 TO QTDE-PROPOSTAS
               ADD 1 TO QTDE-PROP-CARREGADAS
               MOVE PROP-DATA TO TAB-PROP-DATA(QTDE-PROP-CARREGADAS)
               MOVE PROP-HORA TO TAB-PROP-HORA(QTDE-PROP-CARREGADAS)
               MOVE PROP-JOB-ID
                   TO TAB-PROP-JOB-ID(QTDE-PROP-CARREGADAS)
               MOVE PROP-SEQ TO TAB-PROP-SEQ(QTDE-PROP-CARREGADAS)
               MOVE PROP-RESIDUO
                   TO TAB-PROP-RESIDUO(QTDE-PROP-CARREGADAS)
               MOVE PROP-OPERADOR
                   TO TAB-PROP-OPERADOR(QTDE-PROP-CARREGADAS)
               MOVE SPACES
                   TO TAB-PROP-APROVADOR(QTDE-PROP-CARREGADAS)
               MOVE "N" TO TAB-PROP-SITUACAO(QTDE-PROP-CARREGADAS)
               MOVE PROP-RESIDUO TO RESIDUO-PROPOSTO
               ADD RPRO-VALOR TO SOMA-PROPOSTA
           END-IF.

       CARREGAR-APROVACOES.
           IF FS-APROVACOES NOT = "00"
               DISPLAY "AVISO: APROVBAIX.DAT NAO ENCONTRADO -"
                   " NENHUMA BAIXA SERA APLICADA."
           ELSE
               PERFORM UNTIL FIM-APROVACOES
                   READ ARQ-APROVACOES
                       AT END SET FIM-APROVACOES TO TRUE
                   END-READ
                   IF NOT FIM-APROVACOES
                       PERFORM TRATAR-UMA-APROVACAO
                   END-IF
               END-PERFORM
               CLOSE ARQ-APROVACOES
           END-IF.

       TRATAR-UMA-APROVACAO.
           MOVE "N" TO ACHOU-PROPOSTA
           MOVE 0 TO INDICE-PROPOSTA
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > QTDE-PROP-CARREGADAS
                   OR ACHOU-PROPOSTA = "S"
               IF TAB-PROP-DATA(C) = APRV-DATA
                       AND TAB-PROP-HORA(C) = APRV-HORA
                       AND TAB-PROP-JOB-ID(C) = APRV-JOB-ID
                       AND TAB-PROP-SEQ(C) = APRV-SEQ
                   MOVE "S" TO ACHOU-PROPOSTA
                   MOVE C TO INDICE-PROPOSTA
               END-IF
           END-PERFORM
           IF ACHOU-PROPOSTA = "N"
               PERFORM REJEITAR-APROVACAO-SEM-PROPOSTA
           ELSE
               MOVE TAB-PROP-RESIDUO(INDICE-PROPOSTA)
                   TO RESIDUO-PROPOSTO
               IF TAB-PROP-SITUACAO(INDICE-PROPOSTA) NOT = "N"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "AVISO: DECISAO REPETIDA IGNORADA - SEQ "
                          DELIMITED BY SIZE
                          APRV-SEQ DELIMITED BY SIZE
                          " OPER " DELIMITED BY SIZE
                          APRV-OPERADOR DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               ELSE
                   IF APRV-OPERADOR = SPACES
                       MOVE "APROVADOR NAO INFORMADO"
                           TO MOTIVO-REJEICAO
                       PERFORM REJEITAR-APROVACAO-INVALIDA
                   ELSE
                       IF APRV-OPERADOR =
                               TAB-PROP-OPERADOR(INDICE-PROPOSTA)
                           MOVE "APROVADOR IGUAL AO PROPONENTE"
                               TO MOTIVO-REJEICAO
                           PERFORM REJEITAR-APROVACAO-INVALIDA
                       ELSE
                           MOVE APRV-OPERADOR
                               TO TAB-PROP-APROVADOR(INDICE-PROPOSTA)
                           IF APRV-REJEITA
                               PERFORM REJEITAR-PROPOSTA
                           ELSE
                               MOVE "A" TO
                                   TAB-PROP-SITUACAO(INDICE-PROPOSTA)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJEITAR-APROVACAO-SEM-PROPOSTA.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO REG-AUDITORIA
           MOVE DATA-EXECUCAO TO AUD-DATA
           MOVE HORA-EXECUCAO TO AUD-HORA
           MOVE JOB-ID-EXECUCAO TO AUD-JOB-ID
           MOVE "W" TO AUD-TIPO-REG
           MOVE "R" TO AUD-BXA-EVENTO
           MOVE APRV-DATA TO AUD-BXA-PROP-DATA
           MOVE APRV-HORA TO AUD-BXA-PROP-HORA
           MOVE APRV-JOB-ID TO AUD-BXA-PROP-JOB
           MOVE APRV-SEQ TO AUD-BXA-SEQ
           MOVE 0 TO AUD-BXA-INDICE
           MOVE 0 TO AUD-BXA-VALOR
           MOVE 0 TO AUD-BXA-IDADE
           MOVE APRV-OPERADOR TO AUD-BXA-APROVADOR
           MOVE "APROVACAO SEM PROPOSTA" TO AUD-BXA-MOTIVO
           PERFORM GRAVAR-AUDITORIA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISO: APROVACAO SEM PROPOSTA - SEQ "
                  DELIMITED BY SIZE
                  APRV-SEQ DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  APRV-DATA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  APRV-JOB-ID DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       REJEITAR-APROVACAO-INVALIDA.
           ADD 1 TO QTDE-REJEITADAS
           MOVE APRV-OPERADOR TO TAB-PROP-APROVADOR(INDICE-PROPOSTA)
           MOVE "R" TO EVENTO-AUDITORIA
           PERFORM GRAVAR-AUDITORIA-PROPOSTA
           MOVE SPACES TO TAB-PROP-APROVADOR(INDICE-PROPOSTA)
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISO: APROVACAO INVALIDA - SEQ "
                  DELIMITED BY SIZE
                  APRV-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOTIVO-REJEICAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       REJEITAR-PROPOSTA.
           ADD 1 TO QTDE-REJEITADAS
           MOVE "R" TO TAB-PROP-SITUACAO(INDICE-PROPOSTA)
           MOVE "R" TO EVENTO-AUDITORIA
           MOVE "REJEITADA PELO APROVADOR" TO MOTIVO-REJEICAO
           PERFORM GRAVAR-AUDITORIA-PROPOSTA
           MOVE RPRO-VALOR TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADA: SEQ " DELIMITED BY SIZE
                  APRV-SEQ DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  RPRO-CONTA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  TAB-PROP-OPERADOR(INDICE-PROPOSTA)
                  DELIMITED BY SIZE
                  " APROV " DELIMITED BY SIZE
                  APRV-OPERADOR DELIMITED BY SIZE
                  " - RESIDUO MANTIDO" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       APLICAR-BAIXAS.
           PERFORM UNTIL FIM-RESIDUO
               READ ARQ-RESIDUO
                   AT END SET FIM-RESIDUO TO TRUE
               END-READ
               IF NOT FIM-RESIDUO
                   ADD 1 TO QTDE-LIDOS
                   PERFORM TRATAR-RESIDUO
               END-IF
           END-PERFORM

           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > QTDE-PROP-CARREGADAS
               MOVE C TO INDICE-PROPOSTA
               MOVE TAB-PROP-RESIDUO(C) TO RESIDUO-PROPOSTO
               IF TAB-PROP-SITUACAO(C) = "A"
                   PERFORM REJEITAR-BAIXA-SEM-RESIDUO
               END-IF
               IF TAB-PROP-SITUACAO(C) = "N"
                   PERFORM EXPIRAR-PROPOSTA
               END-IF
           END-PERFORM.

       TRATAR-RESIDUO.
           MOVE "N" TO ACHOU-PROPOSTA
           MOVE 0 TO INDICE-PROPOSTA
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > QTDE-PROP-CARREGADAS
                   OR ACHOU-PROPOSTA = "S"
               IF TAB-PROP-SITUACAO(C) = "A"
                       AND TAB-PROP-RESIDUO(C) = REG-RESIDUO
                   MOVE "S" TO ACHOU-PROPOSTA
                   MOVE C TO INDICE-PROPOSTA
               END-IF
           END-PERFORM
           IF ACHOU-PROPOSTA = "S"
               PERFORM BAIXAR-RESIDUO
           ELSE
               ADD 1 TO QTDE-MANTIDOS
               WRITE REG-RESIDUO-NOVO FROM REG-RESIDUO
               IF FS-RESIDUO-NOVO NOT = "00"
                   DISPLAY "ERRO DE GRAVACAO EM RESIDBAIX.DAT - FS "
                       FS-RESIDUO-NOVO
                   PERFORM ENCERRAR-ANORMAL
               END-IF
           END-IF.

       BAIXAR-RESIDUO.
           ADD 1 TO QTDE-BAIXADAS
           MOVE "S" TO TAB-PROP-SITUACAO(INDICE-PROPOSTA)
           MOVE REG-RESIDUO TO RESIDUO-PROPOSTO
           MOVE "A" TO EVENTO-AUDITORIA
           MOVE SPACES TO MOTIVO-REJEICAO
           PERFORM GRAVAR-AUDITORIA-PROPOSTA
           PERFORM GRAVAR-EXTRATO-GL
           MOVE RES-VALOR TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BAIXADO:  SEQ " DELIMITED BY SIZE
                  TAB-PROP-SEQ(INDICE-PROPOSTA) DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  RES-REQ-ID DELIMITED BY SIZE
                  " IDX " DELIMITED BY SIZE
                  RES-INDICE DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  RES-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOEDA-BAIXA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  TAB-PROP-OPERADOR(INDICE-PROPOSTA)
                  DELIMITED BY SIZE
                  " APROV " DELIMITED BY SIZE
                  TAB-PROP-APROVADOR(INDICE-PROPOSTA)
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       REJEITAR-BAIXA-SEM-RESIDUO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE "R" TO EVENTO-AUDITORIA
           MOVE "RESIDUO NAO LOCALIZADO" TO MOTIVO-REJEICAO
           PERFORM GRAVAR-AUDITORIA-PROPOSTA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADA: SEQ " DELIMITED BY SIZE
                  TAB-PROP-SEQ(C) DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  RPRO-REQ-ID DELIMITED BY SIZE
                  " IDX " DELIMITED BY SIZE
                  RPRO-INDICE DELIMITED BY SIZE
                  " - APROVADA MAS RESIDUO NAO LOCALIZADO EM"
                  " RESIDNOVO.DAT" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EXPIRAR-PROPOSTA.
           ADD 1 TO QTDE-EXPIRADAS
           MOVE "R" TO EVENTO-AUDITORIA
           MOVE "SEM APROVACAO NO CICLO" TO MOTIVO-REJEICAO
           PERFORM GRAVAR-AUDITORIA-PROPOSTA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXPIRADA: SEQ " DELIMITED BY SIZE
                  TAB-PROP-SEQ(C) DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  RPRO-REQ-ID DELIMITED BY SIZE
                  " IDX " DELIMITED BY SIZE
                  RPRO-INDICE DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  RPRO-CONTA DELIMITED BY SIZE
                  " - SEM APROVACAO, RESIDUO MANTIDO"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-EXTRATO-GL.
           MOVE RES-MOEDA TO MOEDA-BAIXA
           IF MOEDA-BAIXA = SPACES
               MOVE MOEDA-BASE TO MOEDA-BAIXA
           END-IF
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
           MOVE RES-REQ-ID TO SAIDA-REQ-ID
           MOVE RES-INDICE TO SAIDA-INDICE-01
           MOVE 0 TO SAIDA-INDICE-02
           MOVE 0 TO SAIDA-INDICE-03
           MOVE RES-VALOR TO SAIDA-VALOR-01
           MOVE 0 TO SAIDA-VALOR-02
           MOVE 0 TO SAIDA-VALOR-03
           MOVE 0 TO SAIDA-DIFERENCA
           MOVE RES-CONTA TO SAIDA-CONTA
           MOVE RES-LADO TO SAIDA-LADO-01
           MOVE MOEDA-BAIXA TO SAIDA-MOEDA
           IF RES-DATA-VALOR IS NUMERIC
               MOVE RES-DATA-VALOR TO SAIDA-DATA-VALOR-01
           ELSE
               MOVE RES-DATA-ORIGEM TO SAIDA-DATA-VALOR-01
           END-IF
           MOVE 0 TO SAIDA-DATA-VALOR-02
           MOVE 0 TO SAIDA-DATA-VALOR-03
           MOVE 0 TO SAIDA-DIAS-INTERVALO
           MOVE "B" TO SAIDA-MODO
           MOVE 0 TO SAIDA-DATA-MOV-ORIGEM
           ADD RES-VALOR TO SOMA-BAIXADA
           PERFORM LOCALIZAR-MOEDA-SAIDA
           ADD 1 TO MOE-QTDE-PARES(M-ATUAL)
           ADD RES-VALOR TO MOE-SOMA(M-ATUAL)
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-EXTRATO-GL.

       LOCALIZAR-MOEDA-SAIDA.
           MOVE 0 TO M-ATUAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               IF MOE-CODIGO(M) = MOEDA-BAIXA
                   MOVE M TO M-ATUAL
               END-IF
           END-PERFORM
           IF M-ATUAL = 0
               IF QTDE-MOEDAS NOT < 10
                   DISPLAY "ERRO: LIMITE DE MOEDAS NO BAIXAGL.DAT"
                       " EXCEDIDO"
                   PERFORM ENCERRAR-ANORMAL
               END-IF
               ADD 1 TO QTDE-MOEDAS
               MOVE QTDE-MOEDAS TO M-ATUAL
               MOVE MOEDA-BAIXA TO MOE-CODIGO(M-ATUAL)
               MOVE 0 TO MOE-QTDE-PARES(M-ATUAL)
               MOVE 0 TO MOE-SOMA(M-ATUAL)
           END-IF.

       GRAVAR-TRAILER-EXTRATO-GL.
           IF EXTRATO-GL-ABERTO = "S"
               MOVE SPACES TO REG-SAIDA
               MOVE "T" TO SAIDA-TIPO-REG
               MOVE QTDE-BAIXADAS TO SAIDA-TRL-QTDE
               MOVE SOMA-BAIXADA TO SAIDA-TRL-SOMA
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

       ENCERRAR-PROPOSTAS.
           OPEN OUTPUT ARQ-PROPOSTAS
           IF FS-PROPOSTAS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM PROPBAIX.DAT - FS "
                   FS-PROPOSTAS
               PERFORM ENCERRAR-ANORMAL
           END-IF
           CLOSE ARQ-PROPOSTAS.

       GRAVAR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SOMA-PROPOSTA TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           IF ETAPA-PROPOSTA
               STRING "RESIDUOS LIDOS: " DELIMITED BY SIZE
                      QTDE-LIDOS DELIMITED BY SIZE
                      "  INVALIDOS: " DELIMITED BY SIZE
                      QTDE-INVALIDOS DELIMITED BY SIZE
                      "  PROPOSTOS PARA BAIXA: " DELIMITED BY SIZE
                      QTDE-PROPOSTAS DELIMITED BY SIZE
                      "  SOMA " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PROPOSTAS GRAVADAS EM PROPBAIX.DAT -"
                      " APROVAR EM APROVBAIX.DAT POR OPERADOR"
                      " DIFERENTE DE " DELIMITED BY SIZE
                      OPERADOR-EXECUCAO DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "RESIDUOS LIDOS: " QTDE-LIDOS
                   "  PROPOSTOS: " QTDE-PROPOSTAS
           ELSE
               STRING "PROPOSTAS: " DELIMITED BY SIZE
                      QTDE-PROPOSTAS DELIMITED BY SIZE
                      "  BAIXADAS: " DELIMITED BY SIZE
                      QTDE-BAIXADAS DELIMITED BY SIZE
                      "  REJEITADAS: " DELIMITED BY SIZE
                      QTDE-REJEITADAS DELIMITED BY SIZE
                      "  EXPIRADAS: " DELIMITED BY SIZE
                      QTDE-EXPIRADAS DELIMITED BY SIZE
                      "  SOMA PROPOSTA " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RESIDUOS LIDOS: " DELIMITED BY SIZE
                      QTDE-LIDOS DELIMITED BY SIZE
                      "  MANTIDOS EM RESIDBAIX.DAT: " DELIMITED BY SIZE
                      QTDE-MANTIDOS DELIMITED BY SIZE
                      " - RESIDUO PARA O PROXIMO CICLO"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE SOMA-BAIXADA TO SOMA-EDITADA-01
               MOVE SPACES TO LINHA-RELATORIO
               IF EXTRATO-GL-ABERTO = "S"
                   STRING "EXTRATO DE BAIXA BAIXAGL.DAT: "
                          DELIMITED BY SIZE
                          QTDE-BAIXADAS DELIMITED BY SIZE
                          " LANCAMENTOS  SOMA " DELIMITED BY SIZE
                          SOMA-EDITADA-01 DELIMITED BY SIZE
                          " - LIBERAR COM GL_REL TIPOLIB=B"
                          DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               ELSE
                   STRING "NENHUMA BAIXA APLICADA - BAIXAGL.DAT NAO"
                          " GERADO." DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               END-IF
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "BAIXADAS: " QTDE-BAIXADAS
                   "  REJEITADAS: " QTDE-REJEITADAS
                   "  EXPIRADAS: " QTDE-EXPIRADAS
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-RESIDUO
           CLOSE ARQ-AUDITORIA
           IF ETAPA-PROPOSTA
               CLOSE ARQ-PROPOSTAS
           ELSE
               CLOSE ARQ-RESIDUO-NOVO
               IF EXTRATO-GL-ABERTO = "S"
                   CLOSE ARQ-EXTRATO-GL
               END-IF
           END-IF
           CLOSE RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           WRITE LINHA-RELATORIO
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RELBAIX.DAT - FS "
                   FS-RELATORIO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       TESTAR-GRAVACAO-EXTRATO-GL.
           IF FS-EXTRATO-GL NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM BAIXAGL.DAT - FS "
                   FS-EXTRATO-GL
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-RESIDUO
           CLOSE ARQ-PROPOSTAS
           CLOSE ARQ-RESIDUO-NOVO
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-EXTRATO-GL
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
