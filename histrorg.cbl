               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT ARQ-HISTORICO-ORIGINAL ASSIGN TO "HISTMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HORI-CHAVE
               FILE STATUS IS FS-HISTORICO-ORIGINAL.

           SELECT ARQ-HISTORICO-SEQ ASSIGN TO "HISTMATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO-SEQ.
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

       FD  ARQ-HISTORICO-ORIGINAL.
       01  REG-HISTORICO-ORIGINAL.
           05 HORI-CHAVE            PIC X(31).
           05 HORI-DATA             PIC 9(08).
           05 HORI-RESTO            PIC X(64).

       FD  ARQ-HISTORICO-SEQ.
       01  REG-HISTORICO-SEQ.
           05 PARM-DATA-CORTE       PIC 9(08).

       FD  ARQ-ARQUIVAMENTO.
       01  REG-ARQUIVAMENTO         PIC X(226).

       FD  ARQ-HISTORICO-NOVO.
       01  REG-HISTORICO-NOVO.
           05 HNOV-CHAVE            PIC X(31).
           05 HNOV-DADOS            PIC X(195).

       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05 QTDE-CTL-ARQUIVADOS   PIC 9(07) VALUE 0.
           05 QTDE-CTL-RETIDOS      PIC 9(07) VALUE 0.
           05 FORMATO-LEGADO        PIC X(01) VALUE "N".
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-BASE-RAW        PIC X(03) VALUE SPACES.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 STATUS-ARQUIVOS.
           05 FS-HISTORICO          PIC X(02) VALUE "00".
               88 FIM-HISTORICO         VALUE "10".
           05 FS-HISTORICO-ORIGINAL PIC X(02) VALUE "00".
               88 FIM-HISTORICO-ORIGINAL VALUE "10".
           05 FS-HISTORICO-SEQ      PIC X(02) VALUE "00".
               88 FIM-HISTORICO-SEQ     VALUE "10".
           05 FS-PARAMETROS         PIC X(02) VALUE "00".
               10 TRAB-CHAVE-BASE      PIC X(23).
               10 TRAB-CONTA           PIC X(08).
           05 TRAB-DATA             PIC 9(08).
           05 TRAB-RESTO            PIC X(187).
           05 TRAB-RESTO-R REDEFINES TRAB-RESTO.
               10 TRAB-DADOS-ORIGINAIS PIC X(64).
               10 TRAB-LADO-01         PIC X(01).
               10 TRAB-LADO-02         PIC X(01).
               10 TRAB-LADO-03         PIC X(01).
               10 TRAB-SITUACAO        PIC X(01).
               10 TRAB-DATA-ESTORNO    PIC 9(08).
               10 TRAB-OPER-ESTORNO    PIC X(08).
               10 TRAB-MOTIVO-ESTORNO  PIC X(30).
               10 TRAB-DATA-ORIGEM-01  PIC 9(08).
               10 TRAB-DATA-ORIGEM-02  PIC 9(08).
               10 TRAB-DATA-ORIGEM-03  PIC 9(08).
               10 TRAB-MOEDA           PIC X(03).
               10 TRAB-DATA-VALOR-01   PIC 9(08).
               10 TRAB-DATA-VALOR-02   PIC 9(08).
               10 TRAB-DATA-VALOR-03   PIC 9(08).
               10 TRAB-DIAS-INTERVALO  PIC 9(05).
               10 TRAB-REGRA           PIC X(08).
               10 TRAB-MODO            PIC X(01).
               10 TRAB-DATA-MOV        PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME

           MOVE SPACES TO MOEDA-BASE-RAW
           ACCEPT MOEDA-BASE-RAW FROM ENVIRONMENT "MOEDABASE"
           IF MOEDA-BASE-RAW NOT = SPACES
               MOVE MOEDA-BASE-RAW TO MOEDA-BASE
           END-IF

           PERFORM LER-PARAMETROS
           PERFORM ABRIR-RELATORIO
           PERFORM APLICAR-REORGANIZACAO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               ELSE
                   PERFORM CONVERTER-INDEXADO-ORIGINAL
               END-IF
           END-IF.

       CONVERTER-INDEXADO-ORIGINAL.
           OPEN INPUT ARQ-HISTORICO-ORIGINAL
           IF FS-HISTORICO-ORIGINAL NOT = "00"
               PERFORM CONVERTER-SEQUENCIAL
           ELSE
               MOVE "S" TO FORMATO-LEGADO
               DISPLAY "HISTMATCH.DAT EM FORMATO INDEXADO ORIGINAL"
                   " (103 POSICOES) - CONVERTENDO PARA O LAYOUT"
                   " ATUAL EM HISTNOVO.DAT."
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FORMATO INDEXADO ORIGINAL (103 POSICOES)"
                      " DETECTADO - CONVERTIDO PARA O LAYOUT ATUAL."
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM ABRIR-SAIDAS-REORG
               PERFORM UNTIL FIM-HISTORICO-ORIGINAL
                   READ ARQ-HISTORICO-ORIGINAL
                       AT END SET FIM-HISTORICO-ORIGINAL TO TRUE
                   END-READ
                   IF NOT FIM-HISTORICO-ORIGINAL
                       ADD 1 TO QTDE-CONVERTIDOS
                       MOVE SPACES TO REG-HISTORICO-TRAB
                       MOVE HORI-CHAVE TO TRAB-CHAVE
                       MOVE HORI-DATA TO TRAB-DATA
                       MOVE HORI-RESTO TO TRAB-DADOS-ORIGINAIS
                       PERFORM PREENCHER-CAMPOS-NOVOS
                       PERFORM TRATAR-REGISTRO
                   END-IF
               END-PERFORM
               CLOSE ARQ-HISTORICO-ORIGINAL
               PERFORM FECHAR-SAIDAS-REORG
           END-IF.

       CONVERTER-SEQUENCIAL.
           OPEN INPUT ARQ-HISTORICO-SEQ
           IF FS-HISTORICO-SEQ NOT = "00"
                   MOVE SEQ-CHAVE TO TRAB-CHAVE-BASE
                   MOVE SPACES TO TRAB-CONTA
                   MOVE SEQ-DATA TO TRAB-DATA
                   MOVE SEQ-RESTO TO TRAB-DADOS-ORIGINAIS
                   PERFORM PREENCHER-CAMPOS-NOVOS
                   PERFORM TRATAR-REGISTRO
               END-IF
           END-PERFORM
           CLOSE ARQ-HISTORICO-SEQ
           PERFORM FECHAR-SAIDAS-REORG.

       PREENCHER-CAMPOS-NOVOS.
           MOVE SPACES TO TRAB-LADO-01
           MOVE SPACES TO TRAB-LADO-02
           MOVE SPACES TO TRAB-LADO-03
           MOVE "A" TO TRAB-SITUACAO
           MOVE 0 TO TRAB-DATA-ESTORNO
           MOVE SPACES TO TRAB-OPER-ESTORNO
           MOVE SPACES TO TRAB-MOTIVO-ESTORNO
           MOVE 0 TO TRAB-DATA-ORIGEM-01
           MOVE 0 TO TRAB-DATA-ORIGEM-02
           MOVE 0 TO TRAB-DATA-ORIGEM-03
           MOVE MOEDA-BASE TO TRAB-MOEDA
           MOVE 0 TO TRAB-DATA-VALOR-01
           MOVE 0 TO TRAB-DATA-VALOR-02
           MOVE 0 TO TRAB-DATA-VALOR-03
           MOVE 0 TO TRAB-DIAS-INTERVALO
           MOVE SPACES TO TRAB-REGRA
           MOVE SPACES TO TRAB-MODO
           MOVE 0 TO TRAB-DATA-MOV.

       ABRIR-SAIDAS-REORG.
           OPEN EXTEND ARQ-ARQUIVAMENTO
           IF FS-ARQUIVAMENTO NOT = "00"
       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-HISTORICO-ORIGINAL
           CLOSE ARQ-HISTORICO-SEQ
           CLOSE ARQ-ARQUIVAMENTO
           CLOSE ARQ-HISTORICO-NOVO
