       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAST_INQ.
       AUTHOR. VENICIUS RODRIGUES

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETROS ASSIGN TO "PARMRAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARQ-CONTROLE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

           SELECT ARQ-SUSPENSO ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.

           SELECT ARQ-CORRECOES ASSIGN TO "CORRECOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRECOES.

           SELECT ARQ-APROVACOES ASSIGN TO "APROVACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROVACOES.

           SELECT ARQ-RESIDUO ASSIGN TO NOME-RESIDUO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESIDUO.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-DUPLICADOS ASSIGN TO "DUPLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUPLICADOS.

           SELECT RELATORIO ASSIGN TO "RELRAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETROS.
           05 PARM-CONTA            PIC X(08).
           05 PARM-VALOR-RAW        PIC X(10).
           05 PARM-DATA-INI         PIC X(08).
           05 PARM-DATA-FIM         PIC X(08).

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

       01  AUD-DADOS-PAR REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-PAR-REQ-ID        PIC X(08).
           05 AUD-PAR-INDICE-01     PIC 9(04).
           05 AUD-PAR-INDICE-02     PIC 9(04).
           05 AUD-PAR-INDICE-03     PIC 9(04).
           05 AUD-PAR-VALOR-01      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-PAR-VALOR-02      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-PAR-VALOR-03      PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-PAR-DIFERENCA     PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-PAR-DUPLICADA     PIC X(01).
           05 AUD-PAR-ORIGEM        PIC X(01).
           05 AUD-PAR-CONTA         PIC X(08).
           05 AUD-PAR-MOEDA         PIC X(03).
           05 AUD-PAR-REGRA         PIC X(08).
           05 FILLER                PIC X(49).

       01  AUD-DADOS-EXCECAO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-EXC-VALOR-BRUTO   PIC X(10).
           05 AUD-EXC-MOTIVO        PIC X(30).
           05 FILLER                PIC X(90).

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

       FD  ARQ-CORRECOES.
       01  REG-CORRECAO.
           05 CORR-DATA             PIC 9(08).
           05 CORR-HORA             PIC 9(08).
           05 CORR-JOB-ID           PIC X(08).
           05 CORR-SEQ              PIC 9(05).
           05 CORR-ACAO             PIC X(01).
               88 CORR-REPARAR          VALUE "R".
               88 CORR-BAIXAR           VALUE "B".
           05 CORR-VALOR-NOVO       PIC X(10).
           05 CORR-OPERADOR         PIC X(08).

       FD  ARQ-APROVACOES.
       01  REG-APROVACAO.
           05 APRV-DATA             PIC 9(08).
           05 APRV-HORA             PIC 9(08).
           05 APRV-JOB-ID           PIC X(08).
           05 APRV-SEQ              PIC 9(05).
           05 APRV-OPERADOR         PIC X(08).

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

       FD  ARQ-DUPLICADOS.
       01  REG-DUPLICADO.
           05 DUP-DATA              PIC 9(08).
           05 DUP-HORA              PIC 9(08).
           05 DUP-JOB-ID            PIC X(08).
           05 DUP-REQ-ID            PIC X(08).
           05 DUP-TIPO              PIC X(01).
           05 DUP-INDICE-01         PIC 9(04).
           05 DUP-INDICE-02         PIC 9(04).
           05 DUP-INDICE-03         PIC 9(04).
           05 DUP-VALOR-01          PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 DUP-VALOR-02          PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 DUP-VALOR-03          PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 DUP-DATA-ORIGINAL     PIC 9(08).

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(160).

       WORKING-STORAGE SECTION.

       01 VARIAVEL-DE-CONTROLE.
           05 C                     PIC 9(03) VALUE 0.
           05 N                     PIC 9(01) VALUE 0.
           05 Q                     PIC 9(01) VALUE 0.
           05 R                     PIC 9(01) VALUE 0.
           05 T                     PIC 9(03) VALUE 0.
           05 CONTA-PROCURADA       PIC X(08) VALUE SPACES.
           05 VALOR-PROCURADO       PIC S9(07)V99 VALUE 0.
           05 DATA-INI-EFETIVA      PIC 9(08) VALUE 0.
           05 DATA-FIM-EFETIVA      PIC 9(08) VALUE 99999999.
           05 VALOR-CONVERTIDO      PIC S9(07)V99 VALUE 0.
           05 FLAG-VALOR-VALIDO     PIC X(01) VALUE "N".
           05 ITEM-CONFERE          PIC X(01) VALUE "N".
           05 ACHOU-CORRECAO        PIC X(01) VALUE "N".
           05 INDICE-CORRECAO       PIC 9(03) VALUE 0.
           05 QTDE-ITENS-MATCH      PIC 9(01) VALUE 0.
           05 ITEM-RASTREADO        PIC 9(01) VALUE 0.
           05 ACHOU-NA-SECAO        PIC X(01) VALUE "N".
           05 QTDE-CHEGADAS         PIC 9(05) VALUE 0.
           05 QTDE-SUSPENSOS        PIC 9(05) VALUE 0.
           05 QTDE-RESIDUOS         PIC 9(05) VALUE 0.
           05 QTDE-MATCHES          PIC 9(05) VALUE 0.
           05 QTDE-EVENTOS          PIC 9(05) VALUE 0.
           05 QTDE-DUPLICADOS       PIC 9(05) VALUE 0.
           05 ORIGEM-TEXTO          PIC X(30) VALUE SPACES.
           05 SITUACAO-TEXTO        PIC X(12) VALUE SPACES.
           05 PAPEL-TEXTO           PIC X(10) VALUE SPACES.
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 VALOR-EDITADO-02      PIC +9(7).99.
           05 VALOR-EDITADO-03      PIC +9(7).99.
           05 VALOR-EDITADO-04      PIC +9(7).99.
           05 SOMA-EDITADA-01       PIC +9(11).99.
           05 INTERVALO-EDITADO     PIC ZZZZ9.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 NOME-RESIDUO              PIC X(44) VALUE "RESIDUO.DAT".
       01 CABECALHO-EVENTO          PIC X(60) VALUE SPACES.

       01 STATUS-ARQUIVOS.
           05 FS-PARAMETROS         PIC X(02) VALUE "00".
           05 FS-AUDITORIA          PIC X(02) VALUE "00".
               88 FIM-AUDITORIA         VALUE "10".
           05 FS-CONTROLE           PIC X(02) VALUE "00".
               88 FIM-CONTROLE          VALUE "10".
           05 FS-SUSPENSO           PIC X(02) VALUE "00".
               88 FIM-SUSPENSO          VALUE "10".
           05 FS-CORRECOES          PIC X(02) VALUE "00".
               88 FIM-CORRECOES         VALUE "10".
           05 FS-APROVACOES         PIC X(02) VALUE "00".
               88 FIM-APROVACOES        VALUE "10".
           05 FS-RESIDUO            PIC X(02) VALUE "00".
               88 FIM-RESIDUO           VALUE "10".
           05 FS-HISTORICO          PIC X(02) VALUE "00".
               88 FIM-HISTORICO         VALUE "10".
           05 FS-DUPLICADOS         PIC X(02) VALUE "00".
               88 FIM-DUPLICADOS        VALUE "10".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 VALOR-ASSINADO-RAW        PIC X(10).
       01 VALOR-ASSINADO-DET REDEFINES VALOR-ASSINADO-RAW.
           05 VALOR-ASSINADO-SINAL  PIC X(01).
           05 VALOR-ASSINADO-DIGITOS PIC 9(07)V99.
       01 VALOR-ASSINADO-NUM REDEFINES VALOR-ASSINADO-RAW
                                    PIC 9(08)V99.

       01 REG-ORIGINAL-DET.
           05 FILLER                PIC X(01).
           05 ORIG-VALOR-RAW        PIC X(10).
           05 ORIG-CONTA-RAW        PIC X(08).
           05 ORIG-LADO-RAW         PIC X(01).
           05 ORIG-MOEDA-RAW        PIC X(03).
           05 ORIG-DATA-VALOR-RAW   PIC X(08).
           05 FILLER                PIC X(10).

       01 TABELA-CONTROLE.
           05 QTDE-CONTROLE         PIC 9(03) VALUE 0.
           05 CONTROLE OCCURS 1 TO 999 TIMES
                       DEPENDING ON QTDE-CONTROLE.
               10 TC-TIPO              PIC X(01).
               10 TC-DATA-MOV          PIC 9(08).
               10 TC-DATA              PIC 9(08).
               10 TC-HORA              PIC 9(08).
               10 TC-JOB-ID            PIC X(08).
               10 TC-QTDE              PIC 9(04).
               10 TC-HASH              PIC S9(11)V99.
               10 TC-CICLO             PIC 9(04).

       01 TABELA-CORRECOES.
           05 QTDE-CORRECOES        PIC 9(03) VALUE 0.
           05 CORRECAO OCCURS 1 TO 999 TIMES
                       DEPENDING ON QTDE-CORRECOES.
               10 TAB-CORR-DATA        PIC 9(08).
               10 TAB-CORR-HORA        PIC 9(08).
               10 TAB-CORR-JOB-ID      PIC X(08).
               10 TAB-CORR-SEQ         PIC 9(05).
               10 TAB-CORR-ACAO        PIC X(01).
               10 TAB-CORR-VALOR-NOVO  PIC X(10).
               10 TAB-CORR-OPERADOR    PIC X(08).
               10 TAB-CORR-APROVADOR   PIC X(08).

       01 TABELA-ITENS-MATCH.
           05 ITEM-MATCH OCCURS 3 TIMES.
               10 IM-INDICE            PIC 9(04).
               10 IM-VALOR             PIC S9(07)V99.
               10 IM-LADO              PIC X(01).
               10 IM-DATA-ORIGEM       PIC 9(08).
               10 IM-DATA-VALOR        PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "---RASTREIO DE ITEM---".

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME

           PERFORM LER-PARAMETROS
           PERFORM ABRIR-RELATORIO
           PERFORM CARREGAR-CONTROLE
           PERFORM RASTREAR-CHEGADA
           PERFORM RASTREAR-SUSPENSOS
           PERFORM RASTREAR-RESIDUOS
           PERFORM RASTREAR-MATCHES
           PERFORM RASTREAR-AUDITORIA
           PERFORM RASTREAR-DUPLICADOS
           PERFORM FECHAR-RELATORIO

           STOP RUN.

       LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: PARMRAST.DAT NAO ENCONTRADO - FS "
                   FS-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQ-PARAMETROS
               AT END MOVE "10" TO FS-PARAMETROS
           END-READ
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: PARMRAST.DAT VAZIO."
               CLOSE ARQ-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-CONTA = SPACES
               DISPLAY "ERRO: CONTA DO ITEM NAO INFORMADA EM"
                   " PARMRAST.DAT."
               CLOSE ARQ-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-CONTA TO CONTA-PROCURADA
           MOVE PARM-VALOR-RAW TO VALOR-ASSINADO-RAW
           PERFORM CONVERTER-VALOR-ASSINADO
           IF FLAG-VALOR-VALIDO = "N"
               DISPLAY "ERRO: VALOR DO ITEM INVALIDO ["
                   PARM-VALOR-RAW "]."
               CLOSE ARQ-PARAMETROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VALOR-CONVERTIDO TO VALOR-PROCURADO
           IF PARM-DATA-INI IS NUMERIC
               MOVE PARM-DATA-INI TO DATA-INI-EFETIVA
           END-IF
           IF PARM-DATA-FIM IS NUMERIC
                   AND PARM-DATA-FIM NOT = "00000000"
               MOVE PARM-DATA-FIM TO DATA-FIM-EFETIVA
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
           STRING "RASTREIO DE ITEM - DATA: " DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  "  HORA: " DELIMITED BY SIZE
                  HORA-EXECUCAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE VALOR-PROCURADO TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ITEM: CONTA " DELIMITED BY SIZE
                  CONTA-PROCURADA DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  "  PERIODO: " DELIMITED BY SIZE
                  DATA-INI-EFETIVA DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA-FIM-EFETIVA DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-TITULO-SECAO.
           MOVE "N" TO ACHOU-NA-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-SECAO-VAZIA.
           IF ACHOU-NA-SECAO = "N"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NENHUM REGISTRO ENCONTRADO." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       EMITIR-ARQUIVO-AUSENTE.
           MOVE "S" TO ACHOU-NA-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " DELIMITED BY SIZE
                  ORIGEM-TEXTO DELIMITED BY SPACE
                  " AUSENTE - SECAO NAO CONSULTADA." DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CONTROLE
           IF FS-CONTROLE = "00"
               PERFORM UNTIL FIM-CONTROLE
                   READ ARQ-CONTROLE
                       AT END SET FIM-CONTROLE TO TRUE
                   END-READ
                   IF NOT FIM-CONTROLE
                       IF CTL-DATA >= DATA-INI-EFETIVA
                               AND CTL-DATA <= DATA-FIM-EFETIVA
                               AND NOT CTL-REG-BALANCO
                               AND NOT CTL-REG-RETOMADA
                           PERFORM CARREGAR-UM-CONTROLE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF.

       CARREGAR-UM-CONTROLE.
           IF QTDE-CONTROLE >= 999
               DISPLAY "TABELA DE CONTROLE CHEIA - REGISTRO"
                   " IGNORADO."
           ELSE
               ADD 1 TO QTDE-CONTROLE
               MOVE CTL-TIPO-REG TO TC-TIPO(QTDE-CONTROLE)
               MOVE CTL-DATA-MOV TO TC-DATA-MOV(QTDE-CONTROLE)
               MOVE CTL-DATA TO TC-DATA(QTDE-CONTROLE)
               MOVE CTL-HORA TO TC-HORA(QTDE-CONTROLE)
               MOVE CTL-JOB-ID TO TC-JOB-ID(QTDE-CONTROLE)
               MOVE CTL-TRL-QTDE TO TC-QTDE(QTDE-CONTROLE)
               MOVE CTL-TRL-HASH TO TC-HASH(QTDE-CONTROLE)
               MOVE CTL-CICLO TO TC-CICLO(QTDE-CONTROLE)
           END-IF.

       RASTREAR-CHEGADA.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "1. CHEGADA - ENTRADAS COM ESTE VALOR NA AUDITORIA"
                  " (REGISTRO V SEM CONTA CASA SO PELO VALOR; CONFERIR"
                  " A DATA DE ORIGEM NAS SECOES 3 E 4)"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               MOVE "AUDITORIA.DAT" TO ORIGEM-TEXTO
               PERFORM EMITIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL FIM-AUDITORIA
                   READ ARQ-AUDITORIA
                       AT END SET FIM-AUDITORIA TO TRUE
                   END-READ
                   IF NOT FIM-AUDITORIA
                       IF AUD-REG-VALOR
                               AND AUD-DATA >= DATA-INI-EFETIVA
                               AND AUD-DATA <= DATA-FIM-EFETIVA
                               AND AUD-VAL-VALOR IS NUMERIC
                           IF AUD-VAL-VALOR = VALOR-PROCURADO
                                   AND (AUD-VAL-CONTA = SPACES
                                     OR AUD-VAL-CONTA = CONTA-PROCURADA)
                               PERFORM EMITIR-CHEGADA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF
           PERFORM EMITIR-SECAO-VAZIA.

       EMITIR-CHEGADA.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-CHEGADAS
           IF AUD-VAL-ORIGEM = "E"
               MOVE "EXTRATO" TO ORIGEM-TEXTO
           ELSE
               IF AUD-VAL-ORIGEM = "S"
                   MOVE "SUPLEMENTO (REPARO SUSP_REP)" TO ORIGEM-TEXTO
               ELSE
                   IF AUD-VAL-ORIGEM = "R"
                       MOVE "RESIDUO ANTERIOR" TO ORIGEM-TEXTO
                   ELSE
                       MOVE "NAO INFORMADA" TO ORIGEM-TEXTO
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " DELIMITED BY SIZE
                  AUD-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  AUD-JOB-ID DELIMITED BY SIZE
                  " ENTRADA [" DELIMITED BY SIZE
                  AUD-VAL-INDICE DELIMITED BY SIZE
                  "] ORIGEM: " DELIMITED BY SIZE
                  ORIGEM-TEXTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > QTDE-CONTROLE
               IF TC-DATA(T) = AUD-DATA
                       AND TC-HORA(T) = AUD-HORA
                       AND TC-JOB-ID(T) = AUD-JOB-ID
                   PERFORM EMITIR-CONTROLE-CHEGADA
               END-IF
           END-PERFORM.

       EMITIR-CONTROLE-CHEGADA.
           MOVE TC-HASH(T) TO SOMA-EDITADA-01
           MOVE SPACES TO LINHA-RELATORIO
           IF TC-TIPO(T) = "S"
               STRING "      SUPLEMENTO DE REPAROS NA EXECUCAO -"
                      " MOVIMENTO " DELIMITED BY SIZE
                      TC-DATA-MOV(T) DELIMITED BY SIZE
                      " REGISTROS " DELIMITED BY SIZE
                      TC-QTDE(T) DELIMITED BY SIZE
                      " HASH " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "      EXTRATO DA EXECUCAO - MOVIMENTO "
                      DELIMITED BY SIZE
                      TC-DATA-MOV(T) DELIMITED BY SIZE
                      " CICLO " DELIMITED BY SIZE
                      TC-CICLO(T) DELIMITED BY SIZE
                      " REGISTROS " DELIMITED BY SIZE
                      TC-QTDE(T) DELIMITED BY SIZE
                      " HASH " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO.

       RASTREAR-SUSPENSOS.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "2. SUSPENSE E REPAROS (SUSPENSE.DAT / CORRECOES.DAT"
                  " / APROVACOES.DAT)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM CARREGAR-CORRECOES
           PERFORM CARREGAR-APROVACOES

           OPEN INPUT ARQ-SUSPENSO
           IF FS-SUSPENSO NOT = "00"
               MOVE "SUSPENSE.DAT" TO ORIGEM-TEXTO
               PERFORM EMITIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL FIM-SUSPENSO
                   READ ARQ-SUSPENSO
                       AT END SET FIM-SUSPENSO TO TRUE
                   END-READ
                   IF NOT FIM-SUSPENSO
                       IF SUSP-DATA >= DATA-INI-EFETIVA
                               AND SUSP-DATA <= DATA-FIM-EFETIVA
                           PERFORM TESTAR-SUSPENSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-SUSPENSO
           END-IF
           PERFORM EMITIR-SECAO-VAZIA.

       CARREGAR-CORRECOES.
           OPEN INPUT ARQ-CORRECOES
           IF FS-CORRECOES = "00"
               PERFORM UNTIL FIM-CORRECOES
                   READ ARQ-CORRECOES
                       AT END SET FIM-CORRECOES TO TRUE
                   END-READ
                   IF NOT FIM-CORRECOES
                       IF QTDE-CORRECOES < 999
                           ADD 1 TO QTDE-CORRECOES
                           MOVE CORR-DATA
                               TO TAB-CORR-DATA(QTDE-CORRECOES)
                           MOVE CORR-HORA
                               TO TAB-CORR-HORA(QTDE-CORRECOES)
                           MOVE CORR-JOB-ID
                               TO TAB-CORR-JOB-ID(QTDE-CORRECOES)
                           MOVE CORR-SEQ
                               TO TAB-CORR-SEQ(QTDE-CORRECOES)
                           MOVE CORR-ACAO
                               TO TAB-CORR-ACAO(QTDE-CORRECOES)
                           MOVE CORR-VALOR-NOVO
                               TO TAB-CORR-VALOR-NOVO(QTDE-CORRECOES)
                           MOVE CORR-OPERADOR
                               TO TAB-CORR-OPERADOR(QTDE-CORRECOES)
                           MOVE SPACES
                               TO TAB-CORR-APROVADOR(QTDE-CORRECOES)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-CORRECOES
           END-IF.

       CARREGAR-APROVACOES.
           OPEN INPUT ARQ-APROVACOES
           IF FS-APROVACOES = "00"
               PERFORM UNTIL FIM-APROVACOES
                   READ ARQ-APROVACOES
                       AT END SET FIM-APROVACOES TO TRUE
                   END-READ
                   IF NOT FIM-APROVACOES
                       PERFORM VARYING C FROM 1 BY 1
                               UNTIL C > QTDE-CORRECOES
                           IF TAB-CORR-DATA(C) = APRV-DATA
                                   AND TAB-CORR-HORA(C) = APRV-HORA
                                   AND TAB-CORR-JOB-ID(C) = APRV-JOB-ID
                                   AND TAB-CORR-SEQ(C) = APRV-SEQ
                                   AND APRV-OPERADOR NOT = SPACES
                                   AND APRV-OPERADOR NOT =
                                       TAB-CORR-OPERADOR(C)
                               MOVE APRV-OPERADOR
                                   TO TAB-CORR-APROVADOR(C)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ARQ-APROVACOES
           END-IF.

       TESTAR-SUSPENSO.
           MOVE SUSP-REG-ORIGINAL TO REG-ORIGINAL-DET
           IF ORIG-CONTA-RAW = CONTA-PROCURADA
               MOVE "N" TO ITEM-CONFERE
               MOVE ORIG-VALOR-RAW TO VALOR-ASSINADO-RAW
               PERFORM CONVERTER-VALOR-ASSINADO
               IF FLAG-VALOR-VALIDO = "S"
                       AND VALOR-CONVERTIDO = VALOR-PROCURADO
                   MOVE "S" TO ITEM-CONFERE
               END-IF
               PERFORM LOCALIZAR-CORRECAO
               IF ACHOU-CORRECAO = "S"
                   MOVE TAB-CORR-VALOR-NOVO(INDICE-CORRECAO)
                       TO VALOR-ASSINADO-RAW
                   PERFORM CONVERTER-VALOR-ASSINADO
                   IF FLAG-VALOR-VALIDO = "S"
                           AND VALOR-CONVERTIDO = VALOR-PROCURADO
                       MOVE "S" TO ITEM-CONFERE
                   END-IF
               END-IF
               IF ITEM-CONFERE = "S"
                   PERFORM EMITIR-SUSPENSO
               END-IF
           END-IF.

       LOCALIZAR-CORRECAO.
           MOVE "N" TO ACHOU-CORRECAO
           MOVE 0 TO INDICE-CORRECAO
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > QTDE-CORRECOES
                   OR ACHOU-CORRECAO = "S"
               IF TAB-CORR-DATA(C) = SUSP-DATA
                       AND TAB-CORR-HORA(C) = SUSP-HORA
                       AND TAB-CORR-JOB-ID(C) = SUSP-JOB-ID
                       AND TAB-CORR-SEQ(C) = SUSP-SEQ
                   MOVE "S" TO ACHOU-CORRECAO
                   MOVE C TO INDICE-CORRECAO
               END-IF
           END-PERFORM.

       EMITIR-SUSPENSO.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-SUSPENSOS
           IF SUSP-ABERTO
               MOVE "ABERTO" TO SITUACAO-TEXTO
           ELSE
               IF SUSP-REPARADO
                   MOVE "REPARADO" TO SITUACAO-TEXTO
               ELSE
                   IF SUSP-BAIXADO
                       MOVE "BAIXADO" TO SITUACAO-TEXTO
                   ELSE
                       MOVE SUSP-STATUS TO SITUACAO-TEXTO
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " DELIMITED BY SIZE
                  SUSP-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-HORA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  SUSP-JOB-ID DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  SUSP-SEQ DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  SITUACAO-TEXTO DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  SUSP-MOTIVO DELIMITED BY SIZE
                  " VALOR BRUTO [" DELIMITED BY SIZE
                  ORIG-VALOR-RAW DELIMITED BY SIZE
                  "] MOEDA [" DELIMITED BY SIZE
                  ORIG-MOEDA-RAW DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           IF ACHOU-CORRECAO = "S"
               IF TAB-CORR-ACAO(INDICE-CORRECAO) = "B"
                   MOVE "BAIXA" TO PAPEL-TEXTO
               ELSE
                   MOVE "REPARO" TO PAPEL-TEXTO
               END-IF
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      CORRECAO SUSP_REP: " DELIMITED BY SIZE
                      PAPEL-TEXTO DELIMITED BY SIZE
                      " NOVO VALOR [" DELIMITED BY SIZE
                      TAB-CORR-VALOR-NOVO(INDICE-CORRECAO)
                      DELIMITED BY SIZE
                      "] OPER " DELIMITED BY SIZE
                      TAB-CORR-OPERADOR(INDICE-CORRECAO)
                      DELIMITED BY SIZE
                      " APROV " DELIMITED BY SIZE
                      TAB-CORR-APROVADOR(INDICE-CORRECAO)
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       RASTREAR-RESIDUOS.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "3. ENVELHECIMENTO COMO RESIDUO (RESIDUO.DAT /"
                  " RESIDNOVO.DAT / RESIDBAIX.DAT)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "RESIDUO.DAT" TO NOME-RESIDUO
           PERFORM LER-ARQUIVO-RESIDUO
           MOVE "RESIDNOVO.DAT" TO NOME-RESIDUO
           PERFORM LER-ARQUIVO-RESIDUO
           MOVE "RESIDBAIX.DAT" TO NOME-RESIDUO
           PERFORM LER-ARQUIVO-RESIDUO
           PERFORM EMITIR-SECAO-VAZIA.

       LER-ARQUIVO-RESIDUO.
           MOVE "00" TO FS-RESIDUO
           OPEN INPUT ARQ-RESIDUO
           IF FS-RESIDUO = "00"
               PERFORM UNTIL FIM-RESIDUO
                   READ ARQ-RESIDUO
                       AT END SET FIM-RESIDUO TO TRUE
                   END-READ
                   IF NOT FIM-RESIDUO
                       IF RES-CONTA = CONTA-PROCURADA
                               AND RES-VALOR IS NUMERIC
                           IF RES-VALOR = VALOR-PROCURADO
                               PERFORM TESTAR-RESIDUO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-RESIDUO
           END-IF.

       TESTAR-RESIDUO.
           IF RES-DATA-ORIGEM IS NUMERIC
               IF RES-DATA-ORIGEM >= DATA-INI-EFETIVA
                       AND RES-DATA-ORIGEM <= DATA-FIM-EFETIVA
                   PERFORM EMITIR-RESIDUO
               END-IF
           END-IF.

       EMITIR-RESIDUO.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-RESIDUOS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " DELIMITED BY SIZE
                  NOME-RESIDUO DELIMITED BY SPACE
                  ": REQ " DELIMITED BY SIZE
                  RES-REQ-ID DELIMITED BY SIZE
                  " ENTRADA [" DELIMITED BY SIZE
                  RES-INDICE DELIMITED BY SIZE
                  "] ORIGEM " DELIMITED BY SIZE
                  RES-DATA-ORIGEM DELIMITED BY SIZE
                  " IDADE " DELIMITED BY SIZE
                  RES-IDADE DELIMITED BY SIZE
                  " CICLOS  LADO [" DELIMITED BY SIZE
                  RES-LADO DELIMITED BY SIZE
                  "] MOEDA [" DELIMITED BY SIZE
                  RES-MOEDA DELIMITED BY SIZE
                  "] DATA VALOR [" DELIMITED BY SIZE
                  RES-DATA-VALOR DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       RASTREAR-MATCHES.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "4. MATCH (HISTMATCH.DAT) - EXECUCAO, REQUISICAO E"
                  " ITENS PARCEIROS" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           OPEN INPUT ARQ-HISTORICO
           IF FS-HISTORICO NOT = "00" AND FS-HISTORICO NOT = "35"
               DISPLAY "ERRO: HISTMATCH.DAT NAO PODE SER ABERTO"
                   " COMO ARQUIVO INDEXADO - FS " FS-HISTORICO
               DISPLAY "SE O ARQUIVO AINDA ESTA EM FORMATO ANTERIOR"
                   " (SEQUENCIAL OU INDEXADO DE 103 POSICOES),"
                   " CONVERTER COM HIST_ORG ANTES DE CONSULTAR."
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  HISTORICO EM FORMATO INVALIDO - CONVERTER"
                      " COM HIST_ORG." DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               CLOSE RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-HISTORICO = "35"
               MOVE "HISTMATCH.DAT" TO ORIGEM-TEXTO
               PERFORM EMITIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL FIM-HISTORICO
                   READ ARQ-HISTORICO
                       AT END SET FIM-HISTORICO TO TRUE
                   END-READ
                   IF NOT FIM-HISTORICO
                       IF HIST-CONTA = CONTA-PROCURADA
                               AND HIST-DATA >= DATA-INI-EFETIVA
                               AND HIST-DATA <= DATA-FIM-EFETIVA
                           PERFORM TESTAR-MATCH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF
           PERFORM EMITIR-SECAO-VAZIA.

       TESTAR-MATCH.
           MOVE 2 TO QTDE-ITENS-MATCH
           IF HIST-TIPO = "3"
               MOVE 3 TO QTDE-ITENS-MATCH
           END-IF
           MOVE HIST-INDICE-01 TO IM-INDICE(1)
           MOVE HIST-INDICE-02 TO IM-INDICE(2)
           MOVE HIST-INDICE-03 TO IM-INDICE(3)
           MOVE HIST-VALOR-01 TO IM-VALOR(1)
           MOVE HIST-VALOR-02 TO IM-VALOR(2)
           MOVE HIST-VALOR-03 TO IM-VALOR(3)
           MOVE HIST-LADO-01 TO IM-LADO(1)
           MOVE HIST-LADO-02 TO IM-LADO(2)
           MOVE HIST-LADO-03 TO IM-LADO(3)
           MOVE HIST-DATA-ORIGEM-01 TO IM-DATA-ORIGEM(1)
           MOVE HIST-DATA-ORIGEM-02 TO IM-DATA-ORIGEM(2)
           MOVE HIST-DATA-ORIGEM-03 TO IM-DATA-ORIGEM(3)
           MOVE HIST-DATA-VALOR-01 TO IM-DATA-VALOR(1)
           MOVE HIST-DATA-VALOR-02 TO IM-DATA-VALOR(2)
           MOVE HIST-DATA-VALOR-03 TO IM-DATA-VALOR(3)
           MOVE 0 TO ITEM-RASTREADO
           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > QTDE-ITENS-MATCH OR ITEM-RASTREADO > 0
               IF IM-VALOR(N) = VALOR-PROCURADO
                   MOVE N TO ITEM-RASTREADO
               END-IF
           END-PERFORM
           IF ITEM-RASTREADO > 0
               PERFORM EMITIR-MATCH
           END-IF.

       EMITIR-MATCH.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-MATCHES
           IF HIST-ESTORNADO
               MOVE "ESTORNADO" TO SITUACAO-TEXTO
           ELSE
               MOVE "ATIVO" TO SITUACAO-TEXTO
           END-IF
           MOVE HIST-DIFERENCA TO VALOR-EDITADO-04
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  MATCH EM " DELIMITED BY SIZE
                  HIST-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIST-HORA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  HIST-JOB-ID DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  HIST-REQ-ID DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  HIST-TIPO DELIMITED BY SIZE
                  " TARGET " DELIMITED BY SIZE
                  HIST-TARGET-X DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  VALOR-EDITADO-04 DELIMITED BY SIZE
                  " MOEDA [" DELIMITED BY SIZE
                  HIST-MOEDA DELIMITED BY SIZE
                  "] REGRA " DELIMITED BY SIZE
                  HIST-REGRA DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  SITUACAO-TEXTO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > QTDE-ITENS-MATCH
               PERFORM EMITIR-ITEM-MATCH
           END-PERFORM
           IF HIST-DIAS-INTERVALO IS NUMERIC
               MOVE HIST-DIAS-INTERVALO TO INTERVALO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      INTERVALO ENTRE DATAS VALOR: "
                      DELIMITED BY SIZE
                      INTERVALO-EDITADO DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF
           IF HIST-ESTORNADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      ESTORNADO EM " DELIMITED BY SIZE
                      HIST-DATA-ESTORNO DELIMITED BY SIZE
                      " OPER " DELIMITED BY SIZE
                      HIST-OPER-ESTORNO DELIMITED BY SIZE
                      " MOTIVO: " DELIMITED BY SIZE
                      HIST-MOTIVO-ESTORNO DELIMITED BY SIZE
                      " - ITENS DEVOLVIDOS AO RESIDUO"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       EMITIR-ITEM-MATCH.
           IF N = ITEM-RASTREADO
               MOVE "RASTREADO" TO PAPEL-TEXTO
           ELSE
               MOVE "PARCEIRO" TO PAPEL-TEXTO
           END-IF
           MOVE IM-VALOR(N) TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING "      " DELIMITED BY SIZE
                  PAPEL-TEXTO DELIMITED BY SIZE
                  " ENTRADA [" DELIMITED BY SIZE
                  IM-INDICE(N) DELIMITED BY SIZE
                  "] VALOR " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " LADO [" DELIMITED BY SIZE
                  IM-LADO(N) DELIMITED BY SIZE
                  "] ORIGEM " DELIMITED BY SIZE
                  IM-DATA-ORIGEM(N) DELIMITED BY SIZE
                  " DATA VALOR " DELIMITED BY SIZE
                  IM-DATA-VALOR(N) DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       RASTREAR-AUDITORIA.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "5. TRILHA DE AUDITORIA (PARES, EXCECOES, ESTORNOS E"
                  " BAIXAS)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE "00" TO FS-AUDITORIA
           OPEN INPUT ARQ-AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               MOVE "AUDITORIA.DAT" TO ORIGEM-TEXTO
               PERFORM EMITIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL FIM-AUDITORIA
                   READ ARQ-AUDITORIA
                       AT END SET FIM-AUDITORIA TO TRUE
                   END-READ
                   IF NOT FIM-AUDITORIA
                       IF AUD-DATA >= DATA-INI-EFETIVA
                               AND AUD-DATA <= DATA-FIM-EFETIVA
                           PERFORM TESTAR-EVENTO-AUDITORIA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF
           PERFORM EMITIR-SECAO-VAZIA.

       TESTAR-EVENTO-AUDITORIA.
           IF AUD-REG-PAR AND AUD-PAR-CONTA = CONTA-PROCURADA
               IF AUD-PAR-VALOR-01 = VALOR-PROCURADO
                       OR AUD-PAR-VALOR-02 = VALOR-PROCURADO
                       OR AUD-PAR-VALOR-03 = VALOR-PROCURADO
                   PERFORM EMITIR-EVENTO-PAR
               END-IF
           END-IF
           IF AUD-REG-EXCECAO
               MOVE AUD-EXC-VALOR-BRUTO TO VALOR-ASSINADO-RAW
               PERFORM CONVERTER-VALOR-ASSINADO
               IF FLAG-VALOR-VALIDO = "S"
                       AND VALOR-CONVERTIDO = VALOR-PROCURADO
                   PERFORM EMITIR-EVENTO-EXCECAO
               END-IF
           END-IF
           IF AUD-REG-ESTORNO AND AUD-EST-CONTA = CONTA-PROCURADA
               IF AUD-EST-VALOR-01 = VALOR-PROCURADO
                       OR AUD-EST-VALOR-02 = VALOR-PROCURADO
                       OR AUD-EST-VALOR-03 = VALOR-PROCURADO
                   PERFORM EMITIR-EVENTO-ESTORNO
               END-IF
           END-IF
           IF AUD-REG-BAIXA AND AUD-BXA-CONTA = CONTA-PROCURADA
               IF AUD-BXA-VALOR = VALOR-PROCURADO
                   PERFORM EMITIR-EVENTO-BAIXA
               END-IF
           END-IF.

       EMITIR-CABECALHO-EVENTO.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-EVENTOS
           MOVE SPACES TO CABECALHO-EVENTO
           STRING "  " DELIMITED BY SIZE
                  AUD-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-HORA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  AUD-JOB-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORIGEM-TEXTO DELIMITED BY SIZE
             INTO CABECALHO-EVENTO
           END-STRING
           MOVE SPACES TO LINHA-RELATORIO.

       EMITIR-EVENTO-PAR.
           MOVE "PAR GRAVADO" TO ORIGEM-TEXTO
           PERFORM EMITIR-CABECALHO-EVENTO
           MOVE AUD-PAR-VALOR-01 TO VALOR-EDITADO-01
           MOVE AUD-PAR-VALOR-02 TO VALOR-EDITADO-02
           MOVE AUD-PAR-VALOR-03 TO VALOR-EDITADO-03
           STRING CABECALHO-EVENTO DELIMITED BY SIZE
                  "REQ " DELIMITED BY SIZE
                  AUD-PAR-REQ-ID DELIMITED BY SIZE
                  " INDICES [" DELIMITED BY SIZE
                  AUD-PAR-INDICE-01 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AUD-PAR-INDICE-02 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AUD-PAR-INDICE-03 DELIMITED BY SIZE
                  "] VALORES [" DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VALOR-EDITADO-02 DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VALOR-EDITADO-03 DELIMITED BY SIZE
                  "] DUPLICADO [" DELIMITED BY SIZE
                  AUD-PAR-DUPLICADA DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-EVENTO-EXCECAO.
           MOVE "EXCECAO (SEM CONTA)" TO ORIGEM-TEXTO
           PERFORM EMITIR-CABECALHO-EVENTO
           STRING CABECALHO-EVENTO DELIMITED BY SIZE
                  "VALOR BRUTO [" DELIMITED BY SIZE
                  AUD-EXC-VALOR-BRUTO DELIMITED BY SIZE
                  "] - " DELIMITED BY SIZE
                  AUD-EXC-MOTIVO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-EVENTO-ESTORNO.
           MOVE "ESTORNO DE MATCH" TO ORIGEM-TEXTO
           PERFORM EMITIR-CABECALHO-EVENTO
           STRING CABECALHO-EVENTO DELIMITED BY SIZE
                  "REQ " DELIMITED BY SIZE
                  AUD-EST-REQ-ID DELIMITED BY SIZE
                  " MATCH DE " DELIMITED BY SIZE
                  AUD-EST-DATA-MATCH DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  AUD-EST-OPERADOR DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  AUD-EST-MOTIVO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-EVENTO-BAIXA.
           IF AUD-BXA-PROPOSTA
               MOVE "BAIXA PROPOSTA" TO ORIGEM-TEXTO
           ELSE
               IF AUD-BXA-APLICADA
                   MOVE "BAIXA APROVADA E APLICADA" TO ORIGEM-TEXTO
               ELSE
                   MOVE "BAIXA REJEITADA" TO ORIGEM-TEXTO
               END-IF
           END-IF
           PERFORM EMITIR-CABECALHO-EVENTO
           STRING CABECALHO-EVENTO DELIMITED BY SIZE
                  "SEQ " DELIMITED BY SIZE
                  AUD-BXA-SEQ DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  AUD-BXA-REQ-ID DELIMITED BY SIZE
                  " IDADE " DELIMITED BY SIZE
                  AUD-BXA-IDADE DELIMITED BY SIZE
                  " PROPONENTE " DELIMITED BY SIZE
                  AUD-BXA-PROPONENTE DELIMITED BY SIZE
                  " APROVADOR " DELIMITED BY SIZE
                  AUD-BXA-APROVADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-BXA-MOTIVO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       RASTREAR-DUPLICADOS.
           PERFORM EMITIR-TITULO-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "6. SUPRESSAO DE DUPLICIDADE (DUPLIC.DAT NAO TRAZ A"
                  " CONTA)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           OPEN INPUT ARQ-DUPLICADOS
           IF FS-DUPLICADOS NOT = "00"
               MOVE "DUPLIC.DAT" TO ORIGEM-TEXTO
               PERFORM EMITIR-ARQUIVO-AUSENTE
           ELSE
               PERFORM UNTIL FIM-DUPLICADOS
                   READ ARQ-DUPLICADOS
                       AT END SET FIM-DUPLICADOS TO TRUE
                   END-READ
                   IF NOT FIM-DUPLICADOS
                       IF DUP-DATA >= DATA-INI-EFETIVA
                               AND DUP-DATA <= DATA-FIM-EFETIVA
                           IF DUP-VALOR-01 = VALOR-PROCURADO
                                   OR DUP-VALOR-02 = VALOR-PROCURADO
                                   OR DUP-VALOR-03 = VALOR-PROCURADO
                               PERFORM EMITIR-DUPLICADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-DUPLICADOS
           END-IF
           PERFORM EMITIR-SECAO-VAZIA.

       EMITIR-DUPLICADO.
           MOVE "S" TO ACHOU-NA-SECAO
           ADD 1 TO QTDE-DUPLICADOS
           MOVE DUP-VALOR-01 TO VALOR-EDITADO-01
           MOVE DUP-VALOR-02 TO VALOR-EDITADO-02
           MOVE DUP-VALOR-03 TO VALOR-EDITADO-03
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  " DELIMITED BY SIZE
                  DUP-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DUP-HORA DELIMITED BY SIZE
                  " JOB " DELIMITED BY SIZE
                  DUP-JOB-ID DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  DUP-REQ-ID DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  DUP-TIPO DELIMITED BY SIZE
                  " INDICES [" DELIMITED BY SIZE
                  DUP-INDICE-01 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DUP-INDICE-02 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DUP-INDICE-03 DELIMITED BY SIZE
                  "] VALORES [" DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VALOR-EDITADO-02 DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VALOR-EDITADO-03 DELIMITED BY SIZE
                  "] SUPRIMIDO, ORIGINAL DE " DELIMITED BY SIZE
                  DUP-DATA-ORIGINAL DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       FECHAR-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO DO RASTREIO - CHEGADAS: " DELIMITED BY SIZE
                  QTDE-CHEGADAS DELIMITED BY SIZE
                  "  SUSPENSOS: " DELIMITED BY SIZE
                  QTDE-SUSPENSOS DELIMITED BY SIZE
                  "  RESIDUOS: " DELIMITED BY SIZE
                  QTDE-RESIDUOS DELIMITED BY SIZE
                  "  MATCHES: " DELIMITED BY SIZE
                  QTDE-MATCHES DELIMITED BY SIZE
                  "  EVENTOS DE AUDITORIA: " DELIMITED BY SIZE
                  QTDE-EVENTOS DELIMITED BY SIZE
                  "  DUPLICIDADES: " DELIMITED BY SIZE
                  QTDE-DUPLICADOS DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF QTDE-CHEGADAS = 0 AND QTDE-SUSPENSOS = 0
                   AND QTDE-RESIDUOS = 0 AND QTDE-MATCHES = 0
                   AND QTDE-EVENTOS = 0 AND QTDE-DUPLICADOS = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ITEM NAO LOCALIZADO NO PERIODO INFORMADO."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               DISPLAY "ITEM NAO LOCALIZADO NO PERIODO INFORMADO."
           END-IF

           DISPLAY "CHEGADAS: " QTDE-CHEGADAS
               "  SUSPENSOS: " QTDE-SUSPENSOS
               "  RESIDUOS: " QTDE-RESIDUOS
               "  MATCHES: " QTDE-MATCHES

           CLOSE RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           WRITE LINHA-RELATORIO
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RELRAST.DAT - FS "
                   FS-RELATORIO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-SUSPENSO
           CLOSE ARQ-RESIDUO
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-DUPLICADOS
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
