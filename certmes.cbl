       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT_MES.
       AUTHOR. VENICIUS RODRIGUES

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETROS ASSIGN TO "PARMCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARQ-CONTROLE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARQ-SUSPENSO ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-RESIDUO ASSIGN TO NOME-RESIDUO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESIDUO.

           SELECT ARQ-CERTIFICADO ASSIGN TO "CERTRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.

           SELECT RELATORIO ASSIGN TO "RELCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-DATA-INI         PIC X(08).
           05 PARM-DATA-FIM         PIC X(08).
           05 PARM-RESIDUO          PIC X(44).

       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05 CTL-TIPO-REG          PIC X(01).
               88 CTL-REG-EXTRATO      VALUE "E".
               88 CTL-REG-BALANCO      VALUE "B".
               88 CTL-REG-SUPLEMENTO   VALUE "S".
               88 CTL-REG-RETOMADA     VALUE "R".
           05 CTL-DATA-MOV          PIC 9(08).
           05 CTL-DATA              PIC 9(08).
           05 CTL-HORA              PIC 9(08).
           05 CTL-JOB-ID            PIC X(08).
           05 CTL-TRL-QTDE          PIC 9(04).
           05 CTL-TRL-HASH          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 CTL-CICLO             PIC 9(04).

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATA              PIC 9(08).
           05 AUD-HORA              PIC 9(08).
           05 AUD-JOB-ID            PIC X(08).
           05 AUD-TIPO-REG          PIC X(01).
               88 AUD-REG-VALOR         VALUE "V".
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
           05 AUD-VAL-ORIGEM        PIC X(01).
           05 AUD-VAL-CONTA         PIC X(08).
           05 AUD-VAL-MOEDA         PIC X(03).
           05 FILLER                PIC X(104).

       01  AUD-DADOS-BAIXA REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-BXA-EVENTO        PIC X(01).
               88 AUD-BXA-PROPOSTA      VALUE "P".
               88 AUD-BXA-APLICADA      VALUE "A".
               88 AUD-BXA-REJEITADA     VALUE "R".
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

       FD  ARQ-SUSPENSO.
       01  REG-SUSPENSO.
           05 SUSP-DATA             PIC 9(08).
           05 SUSP-HORA             PIC 9(08).
           05 SUSP-JOB-ID           PIC X(08).
           05 SUSP-SEQ              PIC 9(05).
           05 SUSP-STATUS           PIC X(01).
               88 SUSP-ABERTO           VALUE "A".
               88 SUSP-REPARADO         VALUE "R".
               88 SUSP-BAIXADO          VALUE "B".
           05 SUSP-MOTIVO           PIC X(30).
           05 SUSP-REG-ORIGINAL     PIC X(41).

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
           05 RES-DATA-VALOR        PIC X(08).

       FD  ARQ-CERTIFICADO.
       01  REG-CERTIFICADO          PIC X(200).

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(160).

       WORKING-STORAGE SECTION.

       01 VARIAVEL-DE-CONTROLE.
           05 C                     PIC 9(03) VALUE 0.
           05 E                     PIC 9(03) VALUE 0.
           05 INDICE-CONTA          PIC 9(03) VALUE 0.
           05 ACHOU-POSICAO         PIC X(01) VALUE "N".
           05 TABELA-CHEIA          PIC X(01) VALUE "N".
           05 DATA-INI-PERIODO      PIC 9(08) VALUE 0.
           05 DATA-FIM-PERIODO      PIC 9(08) VALUE 0.
           05 ACHOU-PRIMEIRA        PIC X(01) VALUE "N".
           05 PRIMEIRA-DATA         PIC 9(08) VALUE 0.
           05 PRIMEIRA-HORA         PIC 9(08) VALUE 0.
           05 PRIMEIRO-JOB-ID       PIC X(08) VALUE SPACES.
           05 ITENS-REGISTRO        PIC 9(01) VALUE 0.
           05 VALOR-REGISTRO        PIC S9(09)V99 VALUE 0.
           05 VALOR-CONVERTIDO      PIC S9(07)V99 VALUE 0.
           05 FLAG-VALOR-VALIDO     PIC X(01) VALUE "N".
           05 EXECUCAO-ACHADA       PIC X(01) VALUE "N".
           05 TIPO-EXECUCAO-ACHADA  PIC X(01) VALUE SPACE.
           05 DATA-PROCURADA        PIC 9(08) VALUE 0.
           05 HORA-PROCURADA        PIC 9(08) VALUE 0.
           05 JOB-PROCURADO         PIC X(08) VALUE SPACES.
           05 DATA-MATCH-NO-PERIODO PIC X(01) VALUE "N".
           05 TOTAL-TRAILER-E       PIC 9(07) VALUE 0.
           05 TOTAL-TRAILER-S       PIC 9(07) VALUE 0.
           05 TOTAL-ACEITOS         PIC 9(07) VALUE 0.
           05 TOTAL-REPARADOS       PIC 9(07) VALUE 0.
           05 TOTAL-REJEITADOS      PIC 9(07) VALUE 0.
           05 TOTAL-ENTRADA         PIC 9(07) VALUE 0.
           05 QTDE-SEM-CONTA        PIC 9(07) VALUE 0.
           05 QTDE-CONFERE          PIC 9(05) VALUE 0.
           05 QTDE-NAO-CONFERE      PIC 9(05) VALUE 0.
           05 CONTROLE-CONFERE      PIC X(01) VALUE "S".
           05 SITUACAO-TEXTO        PIC X(11) VALUE SPACES.
           05 CALC-QTDE             PIC S9(07) VALUE 0.
           05 CALC-VALOR            PIC S9(11)V99 VALUE 0.
           05 QTDE-EDITADA-01       PIC +9(07).
           05 QTDE-EDITADA-02       PIC +9(07).
           05 SOMA-EDITADA-01       PIC +9(11).99.
           05 SOMA-EDITADA-02       PIC +9(11).99.
           05 SOMA-EDITADA-03       PIC +9(11).99.
           05 SOMA-EDITADA-04       PIC +9(11).99.
           05 SOMA-EDITADA-05       PIC +9(11).99.
           05 SOMA-EDITADA-06       PIC +9(11).99.
           05 SOMA-EDITADA-07       PIC +9(11).99.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 NOME-RESIDUO              PIC X(44) VALUE "RESIDNOVO.DAT".

       01 STATUS-ARQUIVOS.
           05 FS-PARAMETROS         PIC X(02) VALUE "00".
           05 FS-CONTROLE           PIC X(02) VALUE "00".
               88 FIM-CONTROLE          VALUE "10".
           05 FS-AUDITORIA          PIC X(02) VALUE "00".
               88 FIM-AUDITORIA         VALUE "10".
           05 FS-SUSPENSO           PIC X(02) VALUE "00".
               88 FIM-SUSPENSO          VALUE "10".
           05 FS-HISTORICO          PIC X(02) VALUE "00".
               88 FIM-HISTORICO         VALUE "10".
           05 FS-RESIDUO            PIC X(02) VALUE "00".
               88 FIM-RESIDUO           VALUE "10".
           05 FS-CERTIFICADO        PIC X(02) VALUE "00".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 VALOR-ASSINADO-RAW        PIC X(10).
       01 VALOR-ASSINADO-DET REDEFINES VALOR-ASSINADO-RAW.
           05 VALOR-ASSINADO-SINAL  PIC X(01).
           05 VALOR-ASSINADO-DIGITOS PIC 9(07)V99.
       01 VALOR-ASSINADO-NUM REDEFINES VALOR-ASSINADO-RAW
                                    PIC 9(08)V99.

       01 REG-ORIGINAL-DET.
           05 ORIG-TIPO-RAW         PIC X(01).
           05 ORIG-VALOR-RAW        PIC X(10).
           05 ORIG-CONTA-RAW        PIC X(08).
           05 ORIG-LADO-RAW         PIC X(01).
           05 ORIG-MOEDA-RAW        PIC X(03).
           05 ORIG-DATA-VALOR-RAW   PIC X(08).
           05 FILLER                PIC X(10).

       01 ORDEM-EXECUCAO.
           05 ORD-DATA-MOV          PIC 9(08) VALUE 0.
           05 ORD-CICLO             PIC 9(04) VALUE 0.
           05 ORD-DATA              PIC 9(08) VALUE 0.
           05 ORD-HORA              PIC 9(08) VALUE 0.
       01 ORDEM-PRIMEIRA            PIC X(28) VALUE HIGH-VALUES.

       01 CHAVE-ATUAL.
           05 CONTA-ATUAL           PIC X(08) VALUE SPACES.
           05 MOEDA-ATUAL           PIC X(03) VALUE SPACES.

       01 TABELA-EXECUCOES.
           05 QTDE-EXECUCOES        PIC 9(03) VALUE 0.
           05 EXECUCAO OCCURS 1 TO 999 TIMES
                       DEPENDING ON QTDE-EXECUCOES.
               10 EX-TIPO              PIC X(01).
               10 EX-DATA-MOV          PIC 9(08).
               10 EX-CICLO             PIC 9(04).
               10 EX-DATA              PIC 9(08).
               10 EX-HORA              PIC 9(08).
               10 EX-JOB-ID            PIC X(08).
               10 EX-QTDE              PIC 9(04).

       01 TABELA-CONTAS.
           05 QTDE-CONTAS           PIC 9(03) VALUE 0.
           05 CONTA-CERT OCCURS 1 TO 999 TIMES
                         DEPENDING ON QTDE-CONTAS.
               10 CT-CHAVE.
                   15 CT-CONTA             PIC X(08).
                   15 CT-MOEDA             PIC X(03).
               10 CT-INI-QTDE          PIC 9(07).
               10 CT-INI-VALOR         PIC S9(11)V99.
               10 CT-REC-QTDE          PIC 9(07).
               10 CT-REC-VALOR         PIC S9(11)V99.
               10 CT-REA-QTDE          PIC 9(07).
               10 CT-REA-VALOR         PIC S9(11)V99.
               10 CT-CAS-QTDE          PIC 9(07).
               10 CT-CAS-VALOR         PIC S9(11)V99.
               10 CT-SUS-QTDE          PIC 9(07).
               10 CT-SUS-VALOR         PIC S9(11)V99.
               10 CT-BXA-QTDE          PIC 9(07).
               10 CT-BXA-VALOR         PIC S9(11)V99.
               10 CT-FIM-QTDE          PIC 9(07).
               10 CT-FIM-VALOR         PIC S9(11)V99.
               10 CT-CONFERE           PIC X(01).

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "---CERTIFICADO DE CONCILIACAO MENSAL---".

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME

           PERFORM LER-PARAMETROS
           PERFORM ABRIR-RELATORIO
           PERFORM CARREGAR-EXECUCOES
           PERFORM APURAR-AUDITORIA
           PERFORM APURAR-SUSPENSOS
           PERFORM APURAR-MATCHES
           PERFORM APURAR-RESIDUO-FINAL
           PERFORM EMITIR-CERTIFICADOS
           PERFORM EMITIR-CONTROLE-RECEBIDOS
           PERFORM GRAVAR-RESUMO-CERTIFICADO
           PERFORM FECHAR-RELATORIO

           STOP RUN.

       LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: PARMCERT.DAT NAO ENCONTRADO - FS "
                   FS-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-PARAMETROS
               AT END MOVE "10" TO FS-PARAMETROS
           END-READ
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: PARMCERT.DAT VAZIO."
               CLOSE ARQ-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-DATA-INI IS NOT NUMERIC
                   OR PARM-DATA-FIM IS NOT NUMERIC
                   OR PARM-DATA-INI > PARM-DATA-FIM
               DISPLAY "ERRO: PERIODO INVALIDO EM PARMCERT.DAT ["
                   PARM-DATA-INI "-" PARM-DATA-FIM "]."
               CLOSE ARQ-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-DATA-INI TO DATA-INI-PERIODO
           MOVE PARM-DATA-FIM TO DATA-FIM-PERIODO
           IF PARM-RESIDUO NOT = SPACES
               MOVE PARM-RESIDUO TO NOME-RESIDUO
           END-IF
           CLOSE ARQ-PARAMETROS.

       CONVERTER-VALOR-ASSINADO.
           MOVE "N" TO FLAG-VALOR-VALIDO
           MOVE 0 TO VALOR-CONVERTIDO
           IF VALOR-ASSINADO-NUM IS NUMERIC
               IF VALOR-ASSINADO-NUM > 9999999.99
                   CONTINUE
               ELSE
                   MOVE VALOR-ASSINADO-NUM TO VALOR-CONVERTIDO
                   MOVE "S" TO FLAG-VALOR-VALIDO
               END-IF
           ELSE
               IF (VALOR-ASSINADO-SINAL = "+" OR "-" OR SPACE)
                       AND VALOR-ASSINADO-DIGITOS IS NUMERIC
                   IF VALOR-ASSINADO-SINAL = "-"
                       COMPUTE VALOR-CONVERTIDO =
                           0 - VALOR-ASSINADO-DIGITOS
                   ELSE
                       MOVE VALOR-ASSINADO-DIGITOS TO VALOR-CONVERTIDO
                   END-IF
                   MOVE "S" TO FLAG-VALOR-VALIDO
               END-IF
           END-IF.

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CERTIFICADO DE CONCILIACAO MENSAL - DATA: "
                  DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  "  HORA: " DELIMITED BY SIZE
                  HORA-EXECUCAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PERIODO: " DELIMITED BY SIZE
                  DATA-INI-PERIODO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA-FIM-PERIODO DELIMITED BY SIZE
                  "  RESIDUO FINAL: " DELIMITED BY SIZE
                  NOME-RESIDUO DELIMITED BY SPACE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROVA: INICIAL + RECEBIDOS + REABERTOS - CASADOS"
                  " - SUSPENSOS - BAIXADOS = FINAL (QUANTIDADE E VALOR"
                  " POR CONTA E MOEDA)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       CARREGAR-EXECUCOES.
           OPEN INPUT ARQ-CONTROLE
           IF FS-CONTROLE NOT = "00"
               DISPLAY "ERRO: RUNCTL.DAT NAO ENCONTRADO - FS "
                   FS-CONTROLE
               CLOSE RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-CONTROLE
               READ ARQ-CONTROLE
                   AT END SET FIM-CONTROLE TO TRUE
               END-READ
               IF NOT FIM-CONTROLE
                   IF (CTL-REG-EXTRATO OR CTL-REG-SUPLEMENTO
                           OR CTL-REG-RETOMADA)
                           AND CTL-DATA-MOV >= DATA-INI-PERIODO
                           AND CTL-DATA-MOV <= DATA-FIM-PERIODO
                       PERFORM INCLUIR-EXECUCAO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-CONTROLE

           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXECUCOES DO PERIODO (RUNCTL.DAT):"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF QTDE-EXECUCOES = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NENHUMA EXECUCAO REGISTRADA NO PERIODO."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QTDE-EXECUCOES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " DELIMITED BY SIZE
                      EX-TIPO(E) DELIMITED BY SIZE
                      " MOVIMENTO " DELIMITED BY SIZE
                      EX-DATA-MOV(E) DELIMITED BY SIZE
                      " CICLO " DELIMITED BY SIZE
                      EX-CICLO(E) DELIMITED BY SIZE
                      " EXECUCAO " DELIMITED BY SIZE
                      EX-DATA(E) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EX-HORA(E) DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      EX-JOB-ID(E) DELIMITED BY SIZE
                      " ITENS NO TRAILER " DELIMITED BY SIZE
                      EX-QTDE(E) DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           IF ACHOU-PRIMEIRA = "S"
               STRING "  SALDO INICIAL = RESIDUOS CARREGADOS PELA"
                      " EXECUCAO " DELIMITED BY SIZE
                      PRIMEIRA-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRIMEIRA-HORA DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      PRIMEIRO-JOB-ID DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "  SEM EXTRATO NO PERIODO - SALDO INICIAL"
                      " ZERADO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       INCLUIR-EXECUCAO.
           IF CTL-REG-EXTRATO
               ADD CTL-TRL-QTDE TO TOTAL-TRAILER-E
               MOVE CTL-DATA-MOV TO ORD-DATA-MOV
               MOVE CTL-CICLO TO ORD-CICLO
               MOVE CTL-DATA TO ORD-DATA
               MOVE CTL-HORA TO ORD-HORA
               IF ORDEM-EXECUCAO < ORDEM-PRIMEIRA
                   MOVE ORDEM-EXECUCAO TO ORDEM-PRIMEIRA
                   MOVE "S" TO ACHOU-PRIMEIRA
                   MOVE CTL-DATA TO PRIMEIRA-DATA
                   MOVE CTL-HORA TO PRIMEIRA-HORA
                   MOVE CTL-JOB-ID TO PRIMEIRO-JOB-ID
               END-IF
           END-IF
           IF CTL-REG-SUPLEMENTO
               ADD CTL-TRL-QTDE TO TOTAL-TRAILER-S
           END-IF
           IF QTDE-EXECUCOES >= 999
               DISPLAY "TABELA DE EXECUCOES CHEIA - LISTA DE"
                   " EXECUCOES INCOMPLETA."
           ELSE
               ADD 1 TO QTDE-EXECUCOES
               MOVE CTL-TIPO-REG TO EX-TIPO(QTDE-EXECUCOES)
               MOVE CTL-DATA-MOV TO EX-DATA-MOV(QTDE-EXECUCOES)
               MOVE CTL-CICLO TO EX-CICLO(QTDE-EXECUCOES)
               MOVE CTL-DATA TO EX-DATA(QTDE-EXECUCOES)
               MOVE CTL-HORA TO EX-HORA(QTDE-EXECUCOES)
               MOVE CTL-JOB-ID TO EX-JOB-ID(QTDE-EXECUCOES)
               MOVE CTL-TRL-QTDE TO EX-QTDE(QTDE-EXECUCOES)
           END-IF.

       APURAR-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO: AUDITORIA.DAT NAO ENCONTRADO - FS "
                   FS-AUDITORIA
               CLOSE RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-AUDITORIA
               READ ARQ-AUDITORIA
                   AT END SET FIM-AUDITORIA TO TRUE
               END-READ
               IF NOT FIM-AUDITORIA
                   IF AUD-REG-VALOR AND AUD-VAL-VALOR IS NUMERIC
                       PERFORM APURAR-VALOR-AUDITORIA
                   END-IF
                   IF AUD-REG-ESTORNO
                           AND AUD-DATA >= DATA-INI-PERIODO
                           AND AUD-DATA <= DATA-FIM-PERIODO
                           AND AUD-EST-VALOR-01 IS NUMERIC
                           AND AUD-EST-VALOR-02 IS NUMERIC
                           AND AUD-EST-VALOR-03 IS NUMERIC
                       PERFORM APURAR-ESTORNO-AUDITORIA
                   END-IF
                   IF AUD-REG-BAIXA AND AUD-BXA-APLICADA
                           AND AUD-DATA >= DATA-INI-PERIODO
                           AND AUD-DATA <= DATA-FIM-PERIODO
                           AND AUD-BXA-VALOR IS NUMERIC
                       MOVE AUD-BXA-CONTA TO CONTA-ATUAL
                       MOVE AUD-BXA-MOEDA TO MOEDA-ATUAL
                       PERFORM LOCALIZAR-CONTA
                       ADD 1 TO CT-BXA-QTDE(INDICE-CONTA)
                       ADD AUD-BXA-VALOR TO CT-BXA-VALOR(INDICE-CONTA)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARQ-AUDITORIA.

       APURAR-VALOR-AUDITORIA.
           IF AUD-VAL-ORIGEM = "R"
               IF ACHOU-PRIMEIRA = "S"
                       AND AUD-DATA = PRIMEIRA-DATA
                       AND AUD-HORA = PRIMEIRA-HORA
                       AND AUD-JOB-ID = PRIMEIRO-JOB-ID
                   PERFORM LOCALIZAR-CONTA-VALOR
                   ADD 1 TO CT-INI-QTDE(INDICE-CONTA)
                   ADD AUD-VAL-VALOR TO CT-INI-VALOR(INDICE-CONTA)
               END-IF
           ELSE
               MOVE AUD-DATA TO DATA-PROCURADA
               MOVE AUD-HORA TO HORA-PROCURADA
               MOVE AUD-JOB-ID TO JOB-PROCURADO
               PERFORM PROCURAR-EXECUCAO
               IF EXECUCAO-ACHADA = "S"
                       AND TIPO-EXECUCAO-ACHADA NOT = "R"
                       AND (AUD-VAL-ORIGEM = "E" OR "S")
                   PERFORM LOCALIZAR-CONTA-VALOR
                   ADD 1 TO CT-REC-QTDE(INDICE-CONTA)
                   ADD AUD-VAL-VALOR TO CT-REC-VALOR(INDICE-CONTA)
                   IF AUD-VAL-ORIGEM = "E"
                       ADD 1 TO TOTAL-ACEITOS
                   ELSE
                       ADD 1 TO TOTAL-REPARADOS
                   END-IF
               END-IF
           END-IF.

       APURAR-ESTORNO-AUDITORIA.
           MOVE "N" TO DATA-MATCH-NO-PERIODO
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QTDE-EXECUCOES
               IF EX-DATA(E) = AUD-EST-DATA-MATCH
                   MOVE "S" TO DATA-MATCH-NO-PERIODO
               END-IF
           END-PERFORM
           IF DATA-MATCH-NO-PERIODO = "N"
               MOVE 2 TO ITENS-REGISTRO
               COMPUTE VALOR-REGISTRO =
                   AUD-EST-VALOR-01 + AUD-EST-VALOR-02
               IF AUD-EST-TIPO = "3"
                       OR (AUD-EST-TIPO = SPACE
                           AND (AUD-EST-INDICE-03 NOT = 0
                                OR AUD-EST-VALOR-03 NOT = 0))
                   MOVE 3 TO ITENS-REGISTRO
                   ADD AUD-EST-VALOR-03 TO VALOR-REGISTRO
               END-IF
               MOVE AUD-EST-CONTA TO CONTA-ATUAL
               MOVE AUD-EST-MOEDA TO MOEDA-ATUAL
               PERFORM LOCALIZAR-CONTA
               ADD ITENS-REGISTRO TO CT-REA-QTDE(INDICE-CONTA)
               ADD VALOR-REGISTRO TO CT-REA-VALOR(INDICE-CONTA)
           END-IF.

       PROCURAR-EXECUCAO.
           MOVE "N" TO EXECUCAO-ACHADA
           MOVE SPACE TO TIPO-EXECUCAO-ACHADA
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > QTDE-EXECUCOES OR EXECUCAO-ACHADA = "S"
               IF EX-DATA(E) = DATA-PROCURADA
                       AND EX-HORA(E) = HORA-PROCURADA
                       AND EX-JOB-ID(E) = JOB-PROCURADO
                   MOVE "S" TO EXECUCAO-ACHADA
                   MOVE EX-TIPO(E) TO TIPO-EXECUCAO-ACHADA
               END-IF
           END-PERFORM.

       LOCALIZAR-CONTA-VALOR.
           MOVE AUD-VAL-CONTA TO CONTA-ATUAL
           MOVE AUD-VAL-MOEDA TO MOEDA-ATUAL
           IF AUD-VAL-CONTA = SPACES
               ADD 1 TO QTDE-SEM-CONTA
           END-IF
           PERFORM LOCALIZAR-CONTA.

       APURAR-SUSPENSOS.
           OPEN INPUT ARQ-SUSPENSO
           IF FS-SUSPENSO NOT = "00"
               DISPLAY "AVISO: SUSPENSE.DAT NAO ENCONTRADO -"
                   " NENHUM ITEM EM SUSPENSO CONSIDERADO."
           ELSE
               PERFORM UNTIL FIM-SUSPENSO
                   READ ARQ-SUSPENSO
                       AT END SET FIM-SUSPENSO TO TRUE
                   END-READ
                   IF NOT FIM-SUSPENSO
                       MOVE SUSP-REG-ORIGINAL TO REG-ORIGINAL-DET
                       MOVE SUSP-DATA TO DATA-PROCURADA
                       MOVE SUSP-HORA TO HORA-PROCURADA
                       MOVE SUSP-JOB-ID TO JOB-PROCURADO
                       PERFORM PROCURAR-EXECUCAO
                       IF ORIG-TIPO-RAW = "D"
                               AND EXECUCAO-ACHADA = "S"
                               AND TIPO-EXECUCAO-ACHADA NOT = "R"
                           ADD 1 TO TOTAL-REJEITADOS
                           IF SUSP-ABERTO
                               PERFORM APURAR-SUSPENSO-ABERTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-SUSPENSO
           END-IF.

       APURAR-SUSPENSO-ABERTO.
           MOVE ORIG-VALOR-RAW TO VALOR-ASSINADO-RAW
           PERFORM CONVERTER-VALOR-ASSINADO
           MOVE ORIG-CONTA-RAW TO CONTA-ATUAL
           MOVE ORIG-MOEDA-RAW TO MOEDA-ATUAL
           PERFORM LOCALIZAR-CONTA
           ADD 1 TO CT-REC-QTDE(INDICE-CONTA)
           ADD VALOR-CONVERTIDO TO CT-REC-VALOR(INDICE-CONTA)
           ADD 1 TO CT-SUS-QTDE(INDICE-CONTA)
           ADD VALOR-CONVERTIDO TO CT-SUS-VALOR(INDICE-CONTA).

       APURAR-MATCHES.
           OPEN INPUT ARQ-HISTORICO
           IF FS-HISTORICO NOT = "00" AND FS-HISTORICO NOT = "35"
               DISPLAY "ERRO: HISTMATCH.DAT NAO PODE SER ABERTO"
                   " COMO ARQUIVO INDEXADO - FS " FS-HISTORICO
               DISPLAY "SE O ARQUIVO AINDA ESTA EM FORMATO ANTERIOR"
                   " (SEQUENCIAL OU INDEXADO DE 103 POSICOES),"
                   " CONVERTER COM HIST_ORG ANTES DE EXECUTAR."
               MOVE SPACES TO LINHA-RELATORIO
               STRING "HISTORICO EM FORMATO INVALIDO - CONVERTER"
                      " COM HIST_ORG." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               CLOSE ARQ-CERTIFICADO
               CLOSE RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-HISTORICO = "35"
               DISPLAY "AVISO: HISTMATCH.DAT NAO ENCONTRADO -"
                   " NENHUM ITEM CASADO CONSIDERADO."
           ELSE
               PERFORM UNTIL FIM-HISTORICO
                   READ ARQ-HISTORICO
                       AT END SET FIM-HISTORICO TO TRUE
                   END-READ
                   IF NOT FIM-HISTORICO
                       MOVE HIST-DATA TO DATA-PROCURADA
                       MOVE HIST-HORA TO HORA-PROCURADA
                       MOVE HIST-JOB-ID TO JOB-PROCURADO
                       PERFORM PROCURAR-EXECUCAO
                       IF EXECUCAO-ACHADA = "S"
                               AND (HIST-ATIVO
                                 OR HIST-DATA-ESTORNO
                                    > DATA-FIM-PERIODO)
                           PERFORM APURAR-MATCH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       APURAR-MATCH.
           MOVE 2 TO ITENS-REGISTRO
           COMPUTE VALOR-REGISTRO = HIST-VALOR-01 + HIST-VALOR-02
           IF HIST-TIPO = "3"
               MOVE 3 TO ITENS-REGISTRO
               ADD HIST-VALOR-03 TO VALOR-REGISTRO
           END-IF
           MOVE HIST-CONTA TO CONTA-ATUAL
           MOVE HIST-MOEDA TO MOEDA-ATUAL
           PERFORM LOCALIZAR-CONTA
           ADD ITENS-REGISTRO TO CT-CAS-QTDE(INDICE-CONTA)
           ADD VALOR-REGISTRO TO CT-CAS-VALOR(INDICE-CONTA).

       APURAR-RESIDUO-FINAL.
           OPEN INPUT ARQ-RESIDUO
           IF FS-RESIDUO NOT = "00"
               DISPLAY "AVISO: RESIDUO FINAL NAO ENCONTRADO - FS "
                   FS-RESIDUO " - SALDO FINAL ZERADO."
           ELSE
               PERFORM UNTIL FIM-RESIDUO
                   READ ARQ-RESIDUO
                       AT END SET FIM-RESIDUO TO TRUE
                   END-READ
                   IF NOT FIM-RESIDUO
                       IF RES-VALOR IS NUMERIC
                           MOVE RES-CONTA TO CONTA-ATUAL
                           MOVE RES-MOEDA TO MOEDA-ATUAL
                           PERFORM LOCALIZAR-CONTA
                           ADD 1 TO CT-FIM-QTDE(INDICE-CONTA)
                           ADD RES-VALOR TO CT-FIM-VALOR(INDICE-CONTA)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-RESIDUO
           END-IF.

       LOCALIZAR-CONTA.
           MOVE "N" TO ACHOU-POSICAO
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > QTDE-CONTAS OR ACHOU-POSICAO = "S"
               IF CT-CHAVE(C) >= CHAVE-ATUAL
                   MOVE "S" TO ACHOU-POSICAO
                   MOVE C TO INDICE-CONTA
               END-IF
           END-PERFORM
           IF ACHOU-POSICAO = "N"
               COMPUTE INDICE-CONTA = QTDE-CONTAS + 1
           END-IF
           IF ACHOU-POSICAO = "N"
                   OR CT-CHAVE(INDICE-CONTA) NOT = CHAVE-ATUAL
               IF QTDE-CONTAS >= 999
                   DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                       CONTA-ATUAL " AGRUPADA NA ULTIMA."
                   MOVE "S" TO TABELA-CHEIA
                   MOVE QTDE-CONTAS TO INDICE-CONTA
               ELSE
                   PERFORM INCLUIR-CONTA
               END-IF
           END-IF.

       INCLUIR-CONTA.
           ADD 1 TO QTDE-CONTAS
           COMPUTE C = QTDE-CONTAS - 1
           PERFORM UNTIL C < INDICE-CONTA
               MOVE CONTA-CERT(C) TO CONTA-CERT(C + 1)
               SUBTRACT 1 FROM C
           END-PERFORM
           MOVE CHAVE-ATUAL TO CT-CHAVE(INDICE-CONTA)
           MOVE 0 TO CT-INI-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-INI-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-REC-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-REC-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-REA-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-REA-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-CAS-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-CAS-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-SUS-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-SUS-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-BXA-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-BXA-VALOR(INDICE-CONTA)
           MOVE 0 TO CT-FIM-QTDE(INDICE-CONTA)
           MOVE 0 TO CT-FIM-VALOR(INDICE-CONTA)
           MOVE "S" TO CT-CONFERE(INDICE-CONTA).

       EMITIR-CERTIFICADOS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CERTIFICADOS POR CONTA:" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF QTDE-CONTAS = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NENHUMA CONTA COM MOVIMENTO OU SALDO NO"
                      " PERIODO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > QTDE-CONTAS
               PERFORM EMITIR-CERTIFICADO-CONTA
           END-PERFORM

           IF QTDE-SEM-CONTA > 0
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "OBS: " DELIMITED BY SIZE
                      QTDE-SEM-CONTA DELIMITED BY SIZE
                      " ITENS DE AUDITORIA SEM CONTA NO REGISTRO V"
                      " FORAM APURADOS NA CONTA EM BRANCO."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           IF TABELA-CHEIA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "OBS: TABELA DE CONTAS CHEIA - CONTAS EXCEDENTES"
                      " AGRUPADAS NA ULTIMA; CERTIFICADO INCOMPLETO."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       EMITIR-CERTIFICADO-CONTA.
           COMPUTE CALC-QTDE = CT-INI-QTDE(C) + CT-REC-QTDE(C)
               + CT-REA-QTDE(C)
               - CT-CAS-QTDE(C) - CT-SUS-QTDE(C) - CT-BXA-QTDE(C)
           COMPUTE CALC-VALOR = CT-INI-VALOR(C) + CT-REC-VALOR(C)
               + CT-REA-VALOR(C)
               - CT-CAS-VALOR(C) - CT-SUS-VALOR(C) - CT-BXA-VALOR(C)
           IF CALC-QTDE = CT-FIM-QTDE(C)
                   AND CALC-VALOR = CT-FIM-VALOR(C)
                   AND TABELA-CHEIA = "N"
               MOVE "S" TO CT-CONFERE(C)
               MOVE "CONFERE" TO SITUACAO-TEXTO
               ADD 1 TO QTDE-CONFERE
           ELSE
               MOVE "N" TO CT-CONFERE(C)
               MOVE "NAO CONFERE" TO SITUACAO-TEXTO
               ADD 1 TO QTDE-NAO-CONFERE
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTA [" DELIMITED BY SIZE
                  CT-CONTA(C) DELIMITED BY SIZE
                  "] MOEDA [" DELIMITED BY SIZE
                  CT-MOEDA(C) DELIMITED BY SIZE
                  "]  PERIODO " DELIMITED BY SIZE
                  DATA-INI-PERIODO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA-FIM-PERIODO DELIMITED BY SIZE
                  "  - " DELIMITED BY SIZE
                  SITUACAO-TEXTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-INI-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  SALDO INICIAL NAO CASADO (RESIDUOS) QTDE "
                  DELIMITED BY SIZE
                  CT-INI-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-REC-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "+ ITENS RECEBIDOS (EXTRATOS)         QTDE "
                  DELIMITED BY SIZE
                  CT-REC-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-REA-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "+ REABERTOS POR ESTORNO (EST_MAT)    QTDE "
                  DELIMITED BY SIZE
                  CT-REA-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-CAS-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "- ITENS CASADOS (HISTMATCH)          QTDE "
                  DELIMITED BY SIZE
                  CT-CAS-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-SUS-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "- EM SUSPENSO AINDA ABERTOS          QTDE "
                  DELIMITED BY SIZE
                  CT-SUS-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-BXA-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "- RESIDUOS BAIXADOS (APROVADOS)      QTDE "
                  DELIMITED BY SIZE
                  CT-BXA-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CT-FIM-VALOR(C) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "= SALDO FINAL NAO CASADO (RESIDUOS)  QTDE "
                  DELIMITED BY SIZE
                  CT-FIM-QTDE(C) DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE CALC-QTDE TO QTDE-EDITADA-01
           MOVE CALC-VALOR TO SOMA-EDITADA-01
           COMPUTE CALC-QTDE = CALC-QTDE - CT-FIM-QTDE(C)
           COMPUTE CALC-VALOR = CALC-VALOR - CT-FIM-VALOR(C)
           MOVE CALC-QTDE TO QTDE-EDITADA-02
           MOVE CALC-VALOR TO SOMA-EDITADA-02
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  PROVA: FINAL CALCULADO QTDE " DELIMITED BY SIZE
                  QTDE-EDITADA-01 DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
                  "  DIFERENCA QTDE " DELIMITED BY SIZE
                  QTDE-EDITADA-02 DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SOMA-EDITADA-02 DELIMITED BY SIZE
                  "  - " DELIMITED BY SIZE
                  SITUACAO-TEXTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-CONTROLE-RECEBIDOS.
           COMPUTE TOTAL-ENTRADA = TOTAL-ACEITOS + TOTAL-REJEITADOS
           IF TOTAL-ENTRADA = TOTAL-TRAILER-E
               MOVE "CONFERE" TO SITUACAO-TEXTO
           ELSE
               MOVE "NAO CONFERE" TO SITUACAO-TEXTO
               MOVE "N" TO CONTROLE-CONFERE
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTROLE DE RECEBIDOS CONTRA RUNCTL.DAT:"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "  ITENS NOS TRAILERS DE EXTRATO: " DELIMITED BY SIZE
                  TOTAL-TRAILER-E DELIMITED BY SIZE
                  "  ACEITOS: " DELIMITED BY SIZE
                  TOTAL-ACEITOS DELIMITED BY SIZE
                  "  REJEITADOS PARA SUSPENSO: " DELIMITED BY SIZE
                  TOTAL-REJEITADOS DELIMITED BY SIZE
                  "  - " DELIMITED BY SIZE
                  SITUACAO-TEXTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "  ITENS NOS TRAILERS DE SUPLEMENTO: "
                  DELIMITED BY SIZE
                  TOTAL-TRAILER-S DELIMITED BY SIZE
                  "  REPARADOS RECEBIDOS: " DELIMITED BY SIZE
                  TOTAL-REPARADOS DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO-CERTIFICADO.
           OPEN OUTPUT ARQ-CERTIFICADO
           IF FS-CERTIFICADO NOT = "00"
               DISPLAY "ERRO: CERTRES.DAT NAO PODE SER CRIADO - FS "
                   FS-CERTIFICADO
               PERFORM ENCERRAR-ANORMAL
           END-IF

           MOVE SPACES TO REG-CERTIFICADO
           STRING "H;" DELIMITED BY SIZE
                  DATA-INI-PERIODO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-FIM-PERIODO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HORA-EXECUCAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOME-RESIDUO DELIMITED BY SPACE
             INTO REG-CERTIFICADO
           END-STRING
           PERFORM GRAVAR-REGISTRO-CERTIFICADO

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > QTDE-CONTAS
               MOVE CT-INI-VALOR(C) TO SOMA-EDITADA-01
               MOVE CT-REC-VALOR(C) TO SOMA-EDITADA-02
               MOVE CT-CAS-VALOR(C) TO SOMA-EDITADA-03
               MOVE CT-SUS-VALOR(C) TO SOMA-EDITADA-04
               MOVE CT-BXA-VALOR(C) TO SOMA-EDITADA-05
               MOVE CT-FIM-VALOR(C) TO SOMA-EDITADA-06
               MOVE CT-REA-VALOR(C) TO SOMA-EDITADA-07
               MOVE SPACES TO REG-CERTIFICADO
               STRING "D;" DELIMITED BY SIZE
                      CT-CONTA(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-MOEDA(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-INI-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-REC-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-02 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-REA-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-07 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-CAS-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-03 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-SUS-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-04 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-BXA-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-05 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-FIM-QTDE(C) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      SOMA-EDITADA-06 DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      CT-CONFERE(C) DELIMITED BY SIZE
                 INTO REG-CERTIFICADO
               END-STRING
               PERFORM GRAVAR-REGISTRO-CERTIFICADO
           END-PERFORM

           MOVE SPACES TO REG-CERTIFICADO
           STRING "T;" DELIMITED BY SIZE
                  QTDE-CONTAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-CONFERE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  QTDE-NAO-CONFERE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TOTAL-TRAILER-E DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TOTAL-ACEITOS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TOTAL-REJEITADOS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CONTROLE-CONFERE DELIMITED BY SIZE
             INTO REG-CERTIFICADO
           END-STRING
           PERFORM GRAVAR-REGISTRO-CERTIFICADO

           CLOSE ARQ-CERTIFICADO.

       GRAVAR-REGISTRO-CERTIFICADO.
           WRITE REG-CERTIFICADO
           IF FS-CERTIFICADO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM CERTRES.DAT - FS "
                   FS-CERTIFICADO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       FECHAR-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS CERTIFICADAS: " DELIMITED BY SIZE
                  QTDE-CONTAS DELIMITED BY SIZE
                  "  CONFEREM: " DELIMITED BY SIZE
                  QTDE-CONFERE DELIMITED BY SIZE
                  "  NAO CONFEREM: " DELIMITED BY SIZE
                  QTDE-NAO-CONFERE DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           DISPLAY "CONTAS: " QTDE-CONTAS
               "  NAO CONFEREM: " QTDE-NAO-CONFERE

           IF QTDE-NAO-CONFERE > 0 OR CONTROLE-CONFERE = "N"
               DISPLAY "CERTIFICADO COM DIVERGENCIAS - VER RELCERT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           WRITE LINHA-RELATORIO
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RELCERT.DAT - FS "
                   FS-RELATORIO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-CERTIFICADO
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
