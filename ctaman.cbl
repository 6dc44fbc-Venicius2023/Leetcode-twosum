       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTA_MAN.
       AUTHOR. VENICIUS RODRIGUES

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS FS-CONTAS.

           SELECT ARQ-MOVIMENTOS ASSIGN TO "MOVCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.

           SELECT RELATORIO ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CONTAS.
       01  REG-CONTA.
           05 CTA-CODIGO            PIC X(08).
           05 CTA-SITUACAO          PIC X(01).
               88 CTA-ATIVA             VALUE "A".
               88 CTA-BLOQUEADA         VALUE "B".
               88 CTA-ENCERRADA         VALUE "E".
           05 CTA-DESCRICAO         PIC X(30).
           05 CTA-AREA              PIC X(10).
           05 CTA-MODO-PADRAO       PIC 9(01).
           05 CTA-TOLER-PADRAO      PIC 9(07)V99.
           05 CTA-DATA-INCLUSAO     PIC 9(08).
           05 CTA-DATA-ALTERACAO    PIC 9(08).
           05 CTA-OPERADOR          PIC X(08).

       FD  ARQ-MOVIMENTOS.
       01  REG-MOVIMENTO.
           05 MOV-ACAO              PIC X(01).
               88 MOV-INCLUIR           VALUE "I".
               88 MOV-ALTERAR           VALUE "A".
               88 MOV-ENCERRAR          VALUE "E".
           05 MOV-CONTA             PIC X(08).
           05 MOV-SITUACAO          PIC X(01).
           05 MOV-DESCRICAO         PIC X(30).
           05 MOV-AREA              PIC X(10).
           05 MOV-MODO-RAW          PIC X(01).
           05 MOV-TOLER-RAW         PIC X(10).
           05 MOV-OPERADOR          PIC X(08).

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(120).

       WORKING-STORAGE SECTION.

       01 VARIAVEL-DE-CONTROLE.
           05 QTDE-LIDOS            PIC 9(05) VALUE 0.
           05 QTDE-INCLUIDAS        PIC 9(05) VALUE 0.
           05 QTDE-ALTERADAS        PIC 9(05) VALUE 0.
           05 QTDE-ENCERRADAS       PIC 9(05) VALUE 0.
           05 QTDE-REJEITADAS       PIC 9(05) VALUE 0.
           05 CONTA-EXISTE          PIC X(01) VALUE "N".
           05 MOTIVO-REJEICAO       PIC X(40) VALUE SPACES.
           05 ACAO-TEXTO            PIC X(10) VALUE SPACES.
           05 ROTULO-IMAGEM         PIC X(08) VALUE SPACES.
           05 VALOR-CONVERTIDO      PIC S9(07)V99 VALUE 0.
           05 FLAG-VALOR-VALIDO     PIC X(01) VALUE "N".
           05 VALOR-EDITADO-01      PIC +9(7).99.
           05 DATA-EXECUCAO         PIC 9(08) VALUE 0.
           05 HORA-EXECUCAO         PIC 9(08) VALUE 0.

       01 STATUS-ARQUIVOS.
           05 FS-CONTAS             PIC X(02) VALUE "00".
           05 FS-MOVIMENTOS         PIC X(02) VALUE "00".
               88 FIM-MOVIMENTOS        VALUE "10".
           05 FS-RELATORIO          PIC X(02) VALUE "00".

       01 VALOR-ASSINADO-RAW        PIC X(10).
       01 VALOR-ASSINADO-DET REDEFINES VALOR-ASSINADO-RAW.
           05 VALOR-ASSINADO-SINAL  PIC X(01).
           05 VALOR-ASSINADO-DIGITOS PIC 9(07)V99.
       01 VALOR-ASSINADO-NUM REDEFINES VALOR-ASSINADO-RAW
                                    PIC 9(08)V99.

       01 CONTA-ANTES               PIC X(83).
       01 CONTA-IMAGEM.
           05 IMG-CODIGO            PIC X(08).
           05 IMG-SITUACAO          PIC X(01).
           05 IMG-DESCRICAO         PIC X(30).
           05 IMG-AREA              PIC X(10).
           05 IMG-MODO-PADRAO       PIC 9(01).
           05 IMG-TOLER-PADRAO      PIC 9(07)V99.
           05 IMG-DATA-INCLUSAO     PIC 9(08).
           05 IMG-DATA-ALTERACAO    PIC 9(08).
           05 IMG-OPERADOR          PIC X(08).

       PROCEDURE DIVISION.
       INICIO.

           DISPLAY "---MANUTENCAO DO CADASTRO DE CONTAS---".

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT HORA-EXECUCAO FROM TIME

           PERFORM ABRIR-ARQUIVOS
           PERFORM PROCESSAR-MOVIMENTOS
           PERFORM GRAVAR-RESUMO
           PERFORM FECHAR-ARQUIVOS

           IF QTDE-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-MOVIMENTOS
           IF FS-MOVIMENTOS NOT = "00"
               DISPLAY "ERRO: MOVCTA.DAT NAO ENCONTRADO - FS "
                   FS-MOVIMENTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-CONTAS
           IF FS-CONTAS = "35"
               OPEN OUTPUT ARQ-CONTAS
               CLOSE ARQ-CONTAS
               OPEN I-O ARQ-CONTAS
           END-IF
           IF FS-CONTAS NOT = "00"
               DISPLAY "ERRO: CONTAS.DAT NAO PODE SER ABERTO - FS "
                   FS-CONTAS
               CLOSE ARQ-MOVIMENTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "MANUTENCAO DO CADASTRO DE CONTAS - DATA: "
                  DELIMITED BY SIZE
                  DATA-EXECUCAO DELIMITED BY SIZE
                  "  HORA: " DELIMITED BY SIZE
                  HORA-EXECUCAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       PROCESSAR-MOVIMENTOS.
           PERFORM UNTIL FIM-MOVIMENTOS
               READ ARQ-MOVIMENTOS
                   AT END SET FIM-MOVIMENTOS TO TRUE
               END-READ
               IF NOT FIM-MOVIMENTOS
                   ADD 1 TO QTDE-LIDOS
                   PERFORM TRATAR-MOVIMENTO
               END-IF
           END-PERFORM.

       TRATAR-MOVIMENTO.
           MOVE SPACES TO MOTIVO-REJEICAO
           MOVE MOV-CONTA TO CTA-CODIGO
           READ ARQ-CONTAS KEY IS CTA-CODIGO
               INVALID KEY
                   MOVE "N" TO CONTA-EXISTE
                   MOVE SPACES TO CONTA-ANTES
               NOT INVALID KEY
                   MOVE "S" TO CONTA-EXISTE
                   MOVE REG-CONTA TO CONTA-ANTES
           END-READ
           IF MOV-CONTA = SPACES
               MOVE "CODIGO DE CONTA EM BRANCO" TO MOTIVO-REJEICAO
           ELSE
               IF MOV-OPERADOR = SPACES
                   MOVE "OPERADOR NAO INFORMADO" TO MOTIVO-REJEICAO
               ELSE
                   IF MOV-INCLUIR
                       PERFORM INCLUIR-CONTA
                   ELSE
                       IF MOV-ALTERAR
                           PERFORM ALTERAR-CONTA
                       ELSE
                           IF MOV-ENCERRAR
                               PERFORM ENCERRAR-CONTA
                           ELSE
                               MOVE "ACAO INVALIDA - USAR I, A OU E"
                                   TO MOTIVO-REJEICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MOTIVO-REJEICAO NOT = SPACES
               PERFORM REJEITAR-MOVIMENTO
           END-IF.

       INCLUIR-CONTA.
           IF CONTA-EXISTE = "S"
               MOVE "CONTA JA CADASTRADA" TO MOTIVO-REJEICAO
           ELSE
               IF MOV-DESCRICAO = SPACES
                   MOVE "DESCRICAO OBRIGATORIA NA INCLUSAO"
                       TO MOTIVO-REJEICAO
               ELSE
                   MOVE SPACES TO REG-CONTA
                   MOVE MOV-CONTA TO CTA-CODIGO
                   MOVE "A" TO CTA-SITUACAO
                   MOVE 2 TO CTA-MODO-PADRAO
                   MOVE 0 TO CTA-TOLER-PADRAO
                   MOVE DATA-EXECUCAO TO CTA-DATA-INCLUSAO
                   PERFORM APLICAR-CAMPOS-MOVIMENTO
                   IF MOTIVO-REJEICAO = SPACES
                       WRITE REG-CONTA
                           INVALID KEY
                               MOVE "CONTA JA CADASTRADA"
                                   TO MOTIVO-REJEICAO
                           NOT INVALID KEY
                               PERFORM TESTAR-GRAVACAO-CONTAS
                               ADD 1 TO QTDE-INCLUIDAS
                               MOVE "INCLUSAO" TO ACAO-TEXTO
                               PERFORM EMITIR-ANTES-DEPOIS
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       ALTERAR-CONTA.
           IF CONTA-EXISTE = "N"
               MOVE "CONTA NAO CADASTRADA" TO MOTIVO-REJEICAO
           ELSE
               IF CTA-ENCERRADA
                   MOVE "CONTA ENCERRADA - ALTERACAO RECUSADA"
                       TO MOTIVO-REJEICAO
               ELSE
                   PERFORM APLICAR-CAMPOS-MOVIMENTO
                   IF MOTIVO-REJEICAO = SPACES
                       REWRITE REG-CONTA
                           INVALID KEY
                               MOVE "CONTA NAO CADASTRADA"
                                   TO MOTIVO-REJEICAO
                           NOT INVALID KEY
                               PERFORM TESTAR-GRAVACAO-CONTAS
                               ADD 1 TO QTDE-ALTERADAS
                               MOVE "ALTERACAO" TO ACAO-TEXTO
                               PERFORM EMITIR-ANTES-DEPOIS
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       ENCERRAR-CONTA.
           IF CONTA-EXISTE = "N"
               MOVE "CONTA NAO CADASTRADA" TO MOTIVO-REJEICAO
           ELSE
               IF CTA-ENCERRADA
                   MOVE "CONTA JA ENCERRADA" TO MOTIVO-REJEICAO
               ELSE
                   MOVE "E" TO CTA-SITUACAO
                   MOVE DATA-EXECUCAO TO CTA-DATA-ALTERACAO
                   MOVE MOV-OPERADOR TO CTA-OPERADOR
                   REWRITE REG-CONTA
                       INVALID KEY
                           MOVE "CONTA NAO CADASTRADA"
                               TO MOTIVO-REJEICAO
                       NOT INVALID KEY
                           PERFORM TESTAR-GRAVACAO-CONTAS
                           ADD 1 TO QTDE-ENCERRADAS
                           MOVE "ENCERRAMENTO" TO ACAO-TEXTO
                           PERFORM EMITIR-ANTES-DEPOIS
                   END-REWRITE
               END-IF
           END-IF.

       APLICAR-CAMPOS-MOVIMENTO.
           IF MOV-SITUACAO NOT = SPACE
               IF MOV-SITUACAO = "A" OR MOV-SITUACAO = "B"
                   MOVE MOV-SITUACAO TO CTA-SITUACAO
               ELSE
                   MOVE "SITUACAO INVALIDA - USAR A OU B"
                       TO MOTIVO-REJEICAO
               END-IF
           END-IF
           IF MOV-DESCRICAO NOT = SPACES
               MOVE MOV-DESCRICAO TO CTA-DESCRICAO
           END-IF
           IF MOV-AREA NOT = SPACES
               MOVE MOV-AREA TO CTA-AREA
           END-IF
           IF MOV-MODO-RAW NOT = SPACE
               IF MOV-MODO-RAW = "2" OR "3" OR "4" OR "5" OR "6"
                   MOVE MOV-MODO-RAW TO CTA-MODO-PADRAO
               ELSE
                   MOVE "MODO PADRAO INVALIDO" TO MOTIVO-REJEICAO
               END-IF
           END-IF
           IF MOV-TOLER-RAW NOT = SPACES
               MOVE MOV-TOLER-RAW TO VALOR-ASSINADO-RAW
               PERFORM CONVERTER-VALOR-ASSINADO
               IF FLAG-VALOR-VALIDO = "N" OR VALOR-CONVERTIDO < 0
                   MOVE "TOLERANCIA PADRAO INVALIDA"
                       TO MOTIVO-REJEICAO
               ELSE
                   MOVE VALOR-CONVERTIDO TO CTA-TOLER-PADRAO
               END-IF
           END-IF
           MOVE DATA-EXECUCAO TO CTA-DATA-ALTERACAO
           MOVE MOV-OPERADOR TO CTA-OPERADOR.

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

       REJEITAR-MOVIMENTO.
           ADD 1 TO QTDE-REJEITADAS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADO: ACAO " DELIMITED BY SIZE
                  MOV-ACAO DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  MOV-CONTA DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  MOV-OPERADOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  MOTIVO-REJEICAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-ANTES-DEPOIS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING ACAO-TEXTO DELIMITED BY SIZE
                  "  CONTA " DELIMITED BY SIZE
                  CTA-CODIGO DELIMITED BY SIZE
                  " OPER " DELIMITED BY SIZE
                  MOV-OPERADOR DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           IF CONTA-EXISTE = "S"
               MOVE CONTA-ANTES TO CONTA-IMAGEM
               MOVE "  ANTES " TO ROTULO-IMAGEM
               PERFORM EMITIR-IMAGEM-CONTA
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  ANTES : (CONTA INEXISTENTE)"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           MOVE REG-CONTA TO CONTA-IMAGEM
           MOVE "  DEPOIS" TO ROTULO-IMAGEM
           PERFORM EMITIR-IMAGEM-CONTA

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM GRAVAR-LINHA-RELATORIO.

       EMITIR-IMAGEM-CONTA.
           MOVE IMG-TOLER-PADRAO TO VALOR-EDITADO-01
           MOVE SPACES TO LINHA-RELATORIO
           STRING ROTULO-IMAGEM DELIMITED BY SIZE
                  ": SIT " DELIMITED BY SIZE
                  IMG-SITUACAO DELIMITED BY SIZE
                  " DESC " DELIMITED BY SIZE
                  IMG-DESCRICAO DELIMITED BY SIZE
                  " AREA " DELIMITED BY SIZE
                  IMG-AREA DELIMITED BY SIZE
                  " MODO " DELIMITED BY SIZE
                  IMG-MODO-PADRAO DELIMITED BY SIZE
                  " TOLER " DELIMITED BY SIZE
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  " ALT " DELIMITED BY SIZE
                  IMG-DATA-ALTERACAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MOVIMENTOS LIDOS: " DELIMITED BY SIZE
                  QTDE-LIDOS DELIMITED BY SIZE
                  "  INCLUIDAS: " DELIMITED BY SIZE
                  QTDE-INCLUIDAS DELIMITED BY SIZE
                  "  ALTERADAS: " DELIMITED BY SIZE
                  QTDE-ALTERADAS DELIMITED BY SIZE
                  "  ENCERRADAS: " DELIMITED BY SIZE
                  QTDE-ENCERRADAS DELIMITED BY SIZE
                  "  REJEITADAS: " DELIMITED BY SIZE
                  QTDE-REJEITADAS DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO

           DISPLAY "MOVIMENTOS LIDOS: " QTDE-LIDOS
               "  INCLUIDAS: " QTDE-INCLUIDAS
               "  ALTERADAS: " QTDE-ALTERADAS
               "  ENCERRADAS: " QTDE-ENCERRADAS
               "  REJEITADAS: " QTDE-REJEITADAS.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-MOVIMENTOS
           CLOSE ARQ-CONTAS
           CLOSE RELATORIO.

       GRAVAR-LINHA-RELATORIO.
           WRITE LINHA-RELATORIO
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM RELCTA.DAT - FS "
                   FS-RELATORIO
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       TESTAR-GRAVACAO-CONTAS.
           IF FS-CONTAS NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM CONTAS.DAT - FS "
                   FS-CONTAS
               PERFORM ENCERRAR-ANORMAL
           END-IF.

       ENCERRAR-ANORMAL.
           DISPLAY "EXECUCAO ABORTADA - CODIGO DE RETORNO 20"
           CLOSE ARQ-MOVIMENTOS
           CLOSE ARQ-CONTAS
           CLOSE RELATORIO
           MOVE 20 TO RETURN-CODE
           STOP RUN.
