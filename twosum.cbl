               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTATISTICA.

           SELECT ARQ-REGRAS ASSIGN TO "REGRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGRAS.

           SELECT ARQ-CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS FS-CONTAS.

       DATA DIVISION.
       FILE SECTION.

           05 EXT-REQ-TARGET-RAW    PIC X(10).
           05 EXT-REQ-MODO-RAW      PIC X(01).
           05 EXT-REQ-TOLER-RAW     PIC X(10).
           05 EXT-REQ-MOEDA-RAW     PIC X(03).
           05 EXT-REQ-JANELA-RAW    PIC X(03).
           05 FILLER                PIC X(05).

       01  REG-EXTRATO-DET REDEFINES REG-EXTRATO.
           05 FILLER                PIC X(01).
           05 EXT-VALOR-RAW         PIC X(10).
           05 EXT-CONTA-RAW         PIC X(08).
           05 EXT-LADO-RAW          PIC X(01).
           05 EXT-MOEDA-RAW         PIC X(03).
           05 EXT-DATA-VALOR-RAW    PIC X(08).
           05 FILLER                PIC X(10).

       01  REG-EXTRATO-TRL REDEFINES REG-EXTRATO.
           05 FILLER                PIC X(01).
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

       FD  RELATORIO.
       01  LINHA-RELATORIO          PIC X(160).

       FD  ARQ-RESIDUO.
       01  REG-RESIDUO.
           05 RES-CONTA             PIC X(08).
           05 RES-DATA-ORIGEM       PIC 9(08).
           05 RES-IDADE             PIC 9(03).
           05 RES-LADO              PIC X(01).
           05 RES-MOEDA             PIC X(03).
           05 RES-DATA-VALOR        PIC 9(08).

       FD  ARQ-RESIDUO-ANT.
       01  REG-RESIDUO-ANT.
           05 RANT-CONTA            PIC X(08).
           05 RANT-DATA-ORIGEM      PIC X(08).
           05 RANT-IDADE            PIC X(03).
           05 RANT-LADO             PIC X(01).
           05 RANT-MOEDA            PIC X(03).
           05 RANT-DATA-VALOR       PIC X(08).

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

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
               88 AUD-REG-PAR           VALUE "P".
               88 AUD-REG-EXCECAO       VALUE "E".
               88 AUD-REG-RESUMO        VALUE "C".
           05 AUD-DADOS             PIC X(130).

       01  AUD-DADOS-VALOR REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-VAL-VALOR         PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 AUD-VAL-ORIGEM        PIC X(01).
           05 AUD-VAL-CONTA         PIC X(08).
           05 AUD-VAL-MOEDA         PIC X(03).
           05 FILLER                PIC X(104).

       01  AUD-DADOS-PAR REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-PAR-DUPLICADA     PIC X(01).
           05 AUD-PAR-ORIGEM        PIC X(01).
           05 AUD-PAR-CONTA         PIC X(08).
           05 AUD-PAR-MOEDA         PIC X(03).
           05 AUD-PAR-REGRA         PIC X(08).

       01  AUD-DADOS-EXCECAO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-EXC-VALOR-BRUTO   PIC X(10).
           05 AUD-EXC-MOTIVO        PIC X(30).
           05 FILLER                PIC X(90).

       01  AUD-DADOS-RESUMO REDEFINES REG-AUDITORIA.
           05 FILLER                PIC X(25).
           05 AUD-RESULTADO         PIC X(01).
           05 AUD-QTDE-PARES        PIC 9(05).
           05 AUD-QTDE-RESIDUO      PIC 9(04).
           05 FILLER                PIC X(98).

       FD  ARQ-SUSPENSO.
       01  REG-SUSPENSO.
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
           05 FILLER                PIC X(01).
           05 SUPL-VALOR-RAW        PIC X(10).
           05 SUPL-CONTA-RAW        PIC X(08).
           05 SUPL-LADO-RAW         PIC X(01).
           05 SUPL-MOEDA-RAW        PIC X(03).
           05 SUPL-DATA-VALOR-RAW   PIC X(08).
           05 FILLER                PIC X(10).

       01  REG-SUPLEMENTO-TRL REDEFINES REG-SUPLEMENTO.
           05 FILLER                PIC X(01).
               88 CTL-REG-EXTRATO      VALUE "E".
               88 CTL-REG-BALANCO      VALUE "B".
               88 CTL-REG-SUPLEMENTO   VALUE "S".
               88 CTL-REG-RETOMADA     VALUE "R".
           05 CTL-DATA-MOV          PIC 9(08).
           05 CTL-DATA              PIC 9(08).
           05 CTL-HORA              PIC 9(08).
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

       FD  ARQ-REGRAS.
       01  REG-REGRA.
           05 REGRA-REQ-ID          PIC X(08).
           05 REGRA-SEQ-RAW         PIC X(02).
           05 REGRA-ID              PIC X(08).
           05 REGRA-MODO-RAW        PIC X(01).
           05 REGRA-TOLER-RAW       PIC X(10).
           05 REGRA-JANELA-RAW      PIC X(03).

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

       WORKING-STORAGE SECTION.

               88 MODO-TRES-NUMEROS     VALUE 3.
               88 MODO-TOLERANCIA       VALUE 4.
               88 MODO-USO-UNICO        VALUE 5.
               88 MODO-BILATERAL        VALUE 6.
               88 MODO-CASCATA          VALUE 7.
           05 TOLERANCIA            PIC 9(07)V99 VALUE 0.
           05 TOLERANCIA-PADRAO     PIC 9(07)V99 VALUE 0.
           05 DIFERENCA             PIC S9(08)V99 VALUE 0.
           05 LIMITE-EXCECOES       PIC 9(04) VALUE 50.
           05 LIMITE-EXCECOES-RAW   PIC X(04) VALUE SPACES.
           05 HISTORICO-DUPLICADO   PIC X(01) VALUE "N".
           05 HISTORICO-ESTORNADO   PIC X(01) VALUE "N".
           05 DATA-PRIMEIRO-REPORTE PIC 9(08) VALUE 0.
           05 HORA-PRIMEIRO-REPORTE PIC 9(08) VALUE 0.
           05 JOB-PRIMEIRO-REPORTE  PIC X(08) VALUE SPACES.
           05 QTDE-RES-IDADE-0A2    PIC 9(04) VALUE 0.
           05 QTDE-RES-IDADE-3A7    PIC 9(04) VALUE 0.
           05 QTDE-RES-IDADE-8MAIS  PIC 9(04) VALUE 0.
           05 QTDE-RES-LADO-BANCO   PIC 9(04) VALUE 0.
           05 QTDE-RES-LADO-CONTAB  PIC 9(04) VALUE 0.
           05 QTDE-RES-SEM-LADO     PIC 9(04) VALUE 0.
           05 SOMA-RES-LADO-BANCO   PIC S9(11)V99 VALUE 0.
           05 SOMA-RES-LADO-CONTAB  PIC S9(11)V99 VALUE 0.
           05 SOMA-RES-SEM-LADO     PIC S9(11)V99 VALUE 0.
           05 LADO-EMISSAO          PIC X(01) VALUE SPACE.
           05 LADO-TEXTO-01         PIC X(08) VALUE SPACES.
           05 LADO-TEXTO-02         PIC X(08) VALUE SPACES.
           05 LADO-TEXTO-03         PIC X(08) VALUE SPACES.
           05 LADO-CODIGO           PIC X(01) VALUE SPACE.
           05 LADO-TEXTO            PIC X(08) VALUE SPACES.
           05 QTDE-LADO-EMISSAO     PIC 9(04) VALUE 0.
           05 SOMA-LADO-EMISSAO     PIC S9(11)V99 VALUE 0.
           05 CONTAS-DISPONIVEL     PIC X(01) VALUE "N".
           05 CONTA-PESQUISA        PIC X(08) VALUE SPACES.
           05 DESCRICAO-CONTA       PIC X(30) VALUE SPACES.
           05 M                     PIC 9(02) VALUE 0.
           05 M-ATUAL               PIC 9(02) VALUE 0.
           05 MOEDA-BASE            PIC X(03) VALUE "BRL".
           05 MOEDA-BASE-RAW        PIC X(03) VALUE SPACES.
           05 MOEDA-LIDA            PIC X(03) VALUE SPACES.
           05 MOEDA-REQUISICAO      PIC X(03) VALUE SPACES.
           05 MOEDA-ACEITA          PIC X(01) VALUE "N".
           05 QTDE-MOEDA-DIVERGENTE PIC 9(04) VALUE 0.
           05 JANELA-DIAS           PIC 9(03) VALUE 0.
           05 DATA-VALOR-LIDA       PIC X(08) VALUE SPACES.
           05 DIAS-INTERVALO        PIC 9(07) VALUE 0.
           05 DIAS-INTERVALO-EDITADO PIC ZZZZ9.
           05 DIAS-MENOR            PIC 9(07) VALUE 0.
           05 DIAS-MAIOR            PIC 9(07) VALUE 0.
           05 DENTRO-JANELA         PIC X(01) VALUE "S".
           05 ORDEM-MONTADA         PIC X(01) VALUE "N".
           05 O                     PIC 9(04) VALUE 0.
           05 P                     PIC 9(04) VALUE 0.
           05 ITEM-REFERENCIA       PIC 9(04) VALUE 0.
           05 ITEM-ANTERIOR         PIC 9(04) VALUE 0.
           05 ANTERIOR-MAIS-NOVO    PIC X(01) VALUE "N".
           05 MELHOR-CANDIDATO      PIC 9(04) VALUE 0.
           05 DATA-CALC             PIC 9(08) VALUE 0.
           05 ANO-CALC              PIC 9(04) VALUE 0.
           05 MES-CALC              PIC 9(02) VALUE 0.
           05 DIA-CALC              PIC 9(02) VALUE 0.
           05 ANO-ANTERIOR          PIC 9(04) VALUE 0.
           05 BISSEXTOS-CALC        PIC 9(07) VALUE 0.
           05 QUOCIENTE-CALC        PIC 9(07) VALUE 0.
           05 RESTO-CALC            PIC 9(04) VALUE 0.
           05 EH-BISSEXTO           PIC X(01) VALUE "N".
           05 DIAS-CALC             PIC 9(07) VALUE 0.
           05 ULTIMO-DIA-MES        PIC 9(02) VALUE 0.
           05 G                     PIC 9(03) VALUE 0.
           05 G-ATUAL               PIC 9(03) VALUE 0.
           05 R-REGRA               PIC 9(03) VALUE 0.
           05 REQ-DA-REGRA          PIC 9(03) VALUE 0.
           05 ACHOU-REGRA           PIC X(01) VALUE "N".
           05 SEQ-REGRA-ANTERIOR    PIC 9(02) VALUE 0.
           05 SEQ-PASSO-ATUAL       PIC 9(02) VALUE 0.
           05 PARES-ANTES-PASSO     PIC 9(05) VALUE 0.
           05 ITEM-SOMA             PIC 9(04) VALUE 0.
           05 VALOR-CASADO-PASSO    PIC S9(11)V99 VALUE 0.
           05 REGRA-ATUAL           PIC X(08) VALUE SPACES.
           05 HORA-INICIO-PASSO     PIC 9(08) VALUE 0.
           05 CASCATA-BILATERAL     PIC X(01) VALUE "N".

       01 STATUS-ARQUIVOS.
           05 FS-EXTRATO            PIC X(02) VALUE "00".
           05 FS-ESTATISTICA        PIC X(02) VALUE "00".
           05 FS-LISTA              PIC X(02) VALUE "00".
               88 FIM-LISTA             VALUE "10".
           05 FS-CONTAS             PIC X(02) VALUE "00".
           05 FS-REGRAS             PIC X(02) VALUE "00".
               88 FIM-REGRAS            VALUE "10".

       01 VALOR-ASSINADO-RAW        PIC X(10).
       01 VALOR-ASSINADO-DET REDEFINES VALOR-ASSINADO-RAW.
           05 FILLER                PIC X(06) VALUE "PADRAO".
           05 REQ-ID-PADRAO-SEQ     PIC 9(02) VALUE 0.

       01 REGRA-IMPLICITA.
           05 FILLER                PIC X(04) VALUE "MODO".
           05 REGRA-IMPLICITA-MODO  PIC 9(01) VALUE 0.
           05 FILLER                PIC X(03) VALUE SPACES.

       01 REGRA-ID-PADRAO.
           05 FILLER                PIC X(05) VALUE "PASSO".
           05 REGRA-ID-PADRAO-SEQ   PIC 9(02) VALUE 0.
           05 FILLER                PIC X(01) VALUE SPACE.

       01 TABELA-REQUISICOES.
           05 QTDE-REQUISICOES      PIC 9(03) VALUE 0.
           05 REQUISICAO OCCURS 1 TO 100 TIMES
               10 REQ-ID               PIC X(08).
               10 REQ-TARGET           PIC S9(07)V99.
               10 REQ-MODO             PIC 9(01).
               10 REQ-MODO-ORIGINAL    PIC 9(01).
               10 REQ-TOLERANCIA       PIC 9(07)V99.
               10 REQ-MOEDA            PIC X(03).
               10 REQ-JANELA           PIC 9(03).
               10 REQ-ENCONTROU        PIC X(01).
               10 REQ-QTDE-ACHADOS     PIC 9(05).

       01 TABELA-REGRAS.
           05 QTDE-REGRAS           PIC 9(03) VALUE 0.
           05 REGRA-CASCATA OCCURS 1 TO 200 TIMES
                            DEPENDING ON QTDE-REGRAS.
               10 RGR-REQ-INDICE       PIC 9(03).
               10 RGR-SEQ              PIC 9(02).
               10 RGR-ID               PIC X(08).
               10 RGR-MODO             PIC 9(01).
               10 RGR-TOLERANCIA       PIC 9(07)V99.
               10 RGR-JANELA           PIC 9(03).
               10 RGR-QTDE-ACHADOS     PIC 9(05).
               10 RGR-VALOR-CASADO     PIC S9(11)V99.

       01 MINHA-TABELA.
           05 QTDE-REGS             PIC 9(04) VALUE 0.
           05 LISTA-NUMS OCCURS 1 TO 9999 TIMES
                          DEPENDING ON QTDE-REGS
                          PIC X(08).

       01 TABELA-LADOS.
           05 LADO-VALOR OCCURS 1 TO 9999 TIMES
                         DEPENDING ON QTDE-REGS
                         PIC X(01).

       01 TABELA-DATAS-ORIGEM.
           05 DATA-ORIGEM-VALOR OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTDE-REGS
                          DEPENDING ON QTDE-REGS
                          PIC 9(03).

       01 TABELA-MOEDAS.
           05 MOEDA-VALOR OCCURS 1 TO 9999 TIMES
                          DEPENDING ON QTDE-REGS
                          PIC X(03).

       01 TABELA-DATAS-VALOR.
           05 DATA-VALOR-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON QTDE-REGS
                              PIC 9(08).

       01 TABELA-DIAS-VALOR.
           05 DIAS-VALOR OCCURS 1 TO 9999 TIMES
                         DEPENDING ON QTDE-REGS
                         PIC 9(07).

       01 TABELA-ORDEM-DATAS.
           05 ORDEM-ITEM OCCURS 1 TO 9999 TIMES
                         DEPENDING ON QTDE-REGS
                         PIC 9(04).

       01 TABELA-TOTAIS-MOEDA.
           05 QTDE-MOEDAS           PIC 9(02) VALUE 0.
           05 MOEDA-SAIDA OCCURS 10 TIMES.
               10 MOE-CODIGO           PIC X(03).
               10 MOE-QTDE-PARES       PIC 9(05).
               10 MOE-SOMA             PIC S9(11)V99.

       01 TABELA-DIAS-MES.
           05 FILLER                PIC 9(03) VALUE 0.
           05 FILLER                PIC 9(03) VALUE 31.
           05 FILLER                PIC 9(03) VALUE 59.
           05 FILLER                PIC 9(03) VALUE 90.
           05 FILLER                PIC 9(03) VALUE 120.
           05 FILLER                PIC 9(03) VALUE 151.
           05 FILLER                PIC 9(03) VALUE 181.
           05 FILLER                PIC 9(03) VALUE 212.
           05 FILLER                PIC 9(03) VALUE 243.
           05 FILLER                PIC 9(03) VALUE 273.
           05 FILLER                PIC 9(03) VALUE 304.
           05 FILLER                PIC 9(03) VALUE 334.
       01 TABELA-DIAS-MES-R REDEFINES TABELA-DIAS-MES.
           05 DIAS-ACUMULADOS OCCURS 12 TIMES PIC 9(03).

       01 TABELA-TAMANHO-MES.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 28.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 31.
       01 TABELA-TAMANHO-MES-R REDEFINES TABELA-TAMANHO-MES.
           05 DIAS-NO-MES OCCURS 12 TIMES PIC 9(02).

       01 NOME-EXTRATO              PIC X(44) VALUE "EXTRATO.DAT".
       01 NOME-SAIDA                PIC X(44) VALUE "SAIDA.DAT".
       01 NOME-RELATORIO            PIC X(44) VALUE "RELATORIO.DAT".
           PERFORM DEFINIR-NOMES-CICLO
           PERFORM LER-LISTA-EXTRATOS
           PERFORM LER-EXTRATOS
           PERFORM CARREGAR-REGRAS
           PERFORM LER-SUPLEMENTO
           PERFORM CARREGAR-RESIDUO-ANTERIOR
           PERFORM CONFERIR-MOEDAS
           PERFORM CONFERIR-LIMITE-EXCECOES
           PERFORM LER-RESTART
           PERFORM GRAVAR-RESTART-INICIAL
           ACCEPT LIMITE-TEMPO-RAW FROM ENVIRONMENT "LIMTEMPO"
           IF LIMITE-TEMPO-RAW IS NUMERIC
               MOVE LIMITE-TEMPO-RAW TO LIMITE-TEMPO-SEG
           END-IF
           MOVE SPACES TO MOEDA-BASE-RAW
           ACCEPT MOEDA-BASE-RAW FROM ENVIRONMENT "MOEDABASE"
           IF MOEDA-BASE-RAW NOT = SPACES
               MOVE MOEDA-BASE-RAW TO MOEDA-BASE
           END-IF.

       ABRIR-ARQUIVOS-APOIO.
           END-IF
           IF FS-ESTATISTICA = "00"
               MOVE "S" TO ESTATISTICA-ABERTA
           END-IF
           OPEN INPUT ARQ-CONTAS
           IF FS-CONTAS = "00"
               MOVE "S" TO CONTAS-DISPONIVEL
           ELSE
               DISPLAY "AVISO: CONTAS.DAT NAO DISPONIVEL - FS "
                   FS-CONTAS " - CONTAS NAO SERAO VALIDADAS."
           END-IF.

       ABRIR-ARQUIVOS.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: HISTMATCH.DAT NAO PODE SER ABERTO"
                   " COMO ARQUIVO INDEXADO - FS " FS-HISTORICO
               DISPLAY "SE O ARQUIVO AINDA ESTA EM FORMATO ANTERIOR"
                   " (SEQUENCIAL OU INDEXADO DE 103 POSICOES),"
                   " CONVERTER COM HIST_ORG ANTES DE EXECUTAR."
               SET RC-ERRO-GRAVACAO TO TRUE
               PERFORM ENCERRAR-ANORMAL
           END-IF.
           MOVE HORA-EXECUCAO TO SAIDA-CAB-HORA
           MOVE JOB-ID-EXECUCAO TO SAIDA-CAB-JOB-ID
           MOVE CICLO-EXECUCAO TO SAIDA-CAB-CICLO
           MOVE DATA-MOVIMENTO TO SAIDA-CAB-DATA-MOV
           MOVE MOEDA-BASE TO SAIDA-CAB-MOEDA-BASE
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-SAIDA.

           MOVE SOMA-VALORES-SAIDA TO SAIDA-TRL-SOMA
           MOVE CICLO-EXECUCAO TO SAIDA-TRL-CICLO
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-SAIDA
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               MOVE SPACES TO REG-SAIDA
               MOVE "M" TO SAIDA-TIPO-REG
               MOVE MOE-CODIGO(M) TO SAIDA-MOE-MOEDA
               MOVE MOE-QTDE-PARES(M) TO SAIDA-MOE-QTDE
               MOVE MOE-SOMA(M) TO SAIDA-MOE-SOMA
               MOVE CICLO-EXECUCAO TO SAIDA-MOE-CICLO
               WRITE REG-SAIDA
               PERFORM TESTAR-GRAVACAO-SAIDA
           END-PERFORM.

       FECHAR-ARQUIVOS.
           CLOSE SAIDA-PARES
           CLOSE ARQ-SUSPENSO
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-DUPLICADOS
           CLOSE ARQ-ESTATISTICA
           IF CONTAS-DISPONIVEL = "S"
               CLOSE ARQ-CONTAS
           END-IF.

       LER-RESTART.
           MOVE 1 TO REQUISICAO-INICIAL
           MOVE TOTAL-PARES-EXECUCAO TO RESTART-TOTAL-PARES
           MOVE SOMA-VALORES-SAIDA TO RESTART-SOMA-SAIDA
           PERFORM IDENTIFICAR-RESTART
           PERFORM GUARDAR-MOEDAS-RESTART
           WRITE REG-RESTART
           PERFORM TESTAR-GRAVACAO-RESTART
           CLOSE ARQ-RESTART.
           MOVE HORA-EXECUCAO TO RESTART-HORA
           MOVE JOB-ID-EXECUCAO TO RESTART-JOB-ID.

       GUARDAR-MOEDAS-RESTART.
           MOVE QTDE-MOEDAS TO RESTART-QTDE-MOEDAS
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 10
               IF M > QTDE-MOEDAS
                   MOVE SPACES TO RESTART-MOEDA-COD(M)
                   MOVE 0 TO RESTART-MOEDA-QTDE(M)
                   MOVE 0 TO RESTART-MOEDA-SOMA(M)
               ELSE
                   MOVE MOE-CODIGO(M) TO RESTART-MOEDA-COD(M)
                   MOVE MOE-QTDE-PARES(M) TO RESTART-MOEDA-QTDE(M)
                   MOVE MOE-SOMA(M) TO RESTART-MOEDA-SOMA(M)
               END-IF
           END-PERFORM.

       RECUPERAR-MOEDAS-RESTART.
           IF RESTART-QTDE-MOEDAS IS NUMERIC
                   AND RESTART-QTDE-MOEDAS <= 10
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > RESTART-QTDE-MOEDAS
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > QTDE-MOEDAS
                       IF MOE-CODIGO(M) = RESTART-MOEDA-COD(T)
                           MOVE RESTART-MOEDA-QTDE(T)
                               TO MOE-QTDE-PARES(M)
                           MOVE RESTART-MOEDA-SOMA(T) TO MOE-SOMA(M)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       ACEITAR-RETOMADA.
           MOVE RESTART-REQ-ATUAL TO REQUISICAO-INICIAL
           COMPUTE POSICAO-RETOMADA = RESTART-POSICAO-I + 1
           MOVE RESTART-QTDE-PARES TO PARES-RETOMADOS
           MOVE RESTART-TOTAL-PARES TO TOTAL-PARES-EXECUCAO
           MOVE RESTART-SOMA-SAIDA TO SOMA-VALORES-SAIDA
           PERFORM RECUPERAR-MOEDAS-RESTART
           IF TOTAL-PARES-EXECUCAO > 0
               MOVE "S" TO ENCONTROU-GERAL
           END-IF
                   PERFORM ENCERRAR-ANORMAL
               END-IF
           END-IF
           IF EXECUCAO-RETOMADA = "S"
               MOVE SPACES TO REG-CONTROLE
               MOVE "R" TO CTL-TIPO-REG
               MOVE DATA-MOVIMENTO TO CTL-DATA-MOV
               MOVE DATA-EXECUCAO TO CTL-DATA
               MOVE HORA-EXECUCAO TO CTL-HORA
               MOVE JOB-ID-EXECUCAO TO CTL-JOB-ID
               MOVE 0 TO CTL-TRL-QTDE
               MOVE 0 TO CTL-TRL-HASH
               MOVE CICLO-EXECUCAO TO CTL-CICLO
               WRITE REG-CONTROLE
               IF FS-CONTROLE NOT = "00"
                   DISPLAY "ERRO DE GRAVACAO EM RUNCTL.DAT - FS "
                       FS-CONTROLE
                   SET RC-ERRO-GRAVACAO TO TRUE
                   PERFORM ENCERRAR-ANORMAL
               END-IF
           END-IF
           CLOSE ARQ-CONTROLE.

       CARREGAR-REGRAS.
           MOVE 0 TO QTDE-REGRAS
           OPEN INPUT ARQ-REGRAS
           IF FS-REGRAS = "00"
               PERFORM UNTIL FIM-REGRAS
                   READ ARQ-REGRAS
                       AT END SET FIM-REGRAS TO TRUE
                   END-READ
                   IF NOT FIM-REGRAS
                       PERFORM VALIDAR-REGRA
                   END-IF
               END-PERFORM
               CLOSE ARQ-REGRAS
               IF QTDE-REGRAS > 0
                   DISPLAY "CASCATA DE REGRAS: " QTDE-REGRAS
                       " PASSOS CARREGADOS DE REGRAS.DAT."
               END-IF
           END-IF.

       VALIDAR-REGRA.
           MOVE "N" TO ACHOU-REGRA
           MOVE 0 TO REQ-DA-REGRA
           PERFORM VARYING R-REGRA FROM 1 BY 1
                   UNTIL R-REGRA > QTDE-REQUISICOES
                      OR ACHOU-REGRA = "S"
               IF REQ-ID(R-REGRA) = REGRA-REQ-ID
                   MOVE "S" TO ACHOU-REGRA
                   MOVE R-REGRA TO REQ-DA-REGRA
               END-IF
           END-PERFORM
           IF QTDE-REGRAS >= 200
               MOVE REG-REGRA TO REG-EXTRATO
               MOVE REGRA-ID TO VALOR-BRUTO-EXCECAO
               MOVE "TABELA DE REGRAS CHEIA" TO MOTIVO-EXCECAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               IF ACHOU-REGRA = "N"
                   MOVE REG-REGRA TO REG-EXTRATO
                   MOVE REGRA-REQ-ID TO VALOR-BRUTO-EXCECAO
                   MOVE "REGRA SEM REQUISICAO NO CICLO"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   IF REGRA-SEQ-RAW NOT NUMERIC
                           OR REGRA-SEQ-RAW = "00"
                       MOVE REG-REGRA TO REG-EXTRATO
                       MOVE REGRA-SEQ-RAW TO VALOR-BRUTO-EXCECAO
                       MOVE "SEQUENCIA DE REGRA INVALIDA"
                           TO MOTIVO-EXCECAO
                       PERFORM REGISTRAR-EXCECAO
                   ELSE
                       IF REGRA-MODO-RAW NOT = "2"
                               AND REGRA-MODO-RAW NOT = "3"
                               AND REGRA-MODO-RAW NOT = "4"
                           MOVE REG-REGRA TO REG-EXTRATO
                           MOVE REGRA-MODO-RAW TO VALOR-BRUTO-EXCECAO
                           MOVE "MODO DE REGRA INVALIDO"
                               TO MOTIVO-EXCECAO
                           PERFORM REGISTRAR-EXCECAO
                       ELSE
                           PERFORM CONFERIR-SEQUENCIA-REGRA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-SEQUENCIA-REGRA.
           MOVE "N" TO ACHOU-REGRA
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > QTDE-REGRAS OR ACHOU-REGRA = "S"
               IF RGR-REQ-INDICE(G) = REQ-DA-REGRA
                       AND RGR-SEQ(G) = REGRA-SEQ-RAW
                   MOVE "S" TO ACHOU-REGRA
               END-IF
           END-PERFORM
           IF ACHOU-REGRA = "S"
               MOVE REG-REGRA TO REG-EXTRATO
               MOVE REGRA-SEQ-RAW TO VALOR-BRUTO-EXCECAO
               MOVE "SEQUENCIA DE REGRA REPETIDA" TO MOTIVO-EXCECAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               PERFORM INCLUIR-REGRA
           END-IF.

       INCLUIR-REGRA.
           ADD 1 TO QTDE-REGRAS
           MOVE REQ-DA-REGRA TO RGR-REQ-INDICE(QTDE-REGRAS)
           MOVE REGRA-SEQ-RAW TO RGR-SEQ(QTDE-REGRAS)
           IF REGRA-ID = SPACES
               MOVE REGRA-SEQ-RAW TO REGRA-ID-PADRAO-SEQ
               MOVE REGRA-ID-PADRAO TO RGR-ID(QTDE-REGRAS)
           ELSE
               MOVE REGRA-ID TO RGR-ID(QTDE-REGRAS)
           END-IF
           MOVE REGRA-MODO-RAW TO RGR-MODO(QTDE-REGRAS)
           MOVE REQ-TOLERANCIA(REQ-DA-REGRA)
               TO RGR-TOLERANCIA(QTDE-REGRAS)
           IF REGRA-TOLER-RAW NOT = SPACES
               MOVE REGRA-TOLER-RAW TO VALOR-ASSINADO-RAW
               PERFORM CONVERTER-VALOR-ASSINADO
               IF FLAG-VALOR-VALIDO = "S"
                   IF VALOR-CONVERTIDO < 0
                       COMPUTE VALOR-CONVERTIDO = 0 - VALOR-CONVERTIDO
                   END-IF
                   MOVE VALOR-CONVERTIDO TO RGR-TOLERANCIA(QTDE-REGRAS)
               ELSE
                   MOVE REG-REGRA TO REG-EXTRATO
                   MOVE REGRA-TOLER-RAW TO VALOR-BRUTO-EXCECAO
                   MOVE "TOLERANCIA DE REGRA INVALIDA"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF
           MOVE REQ-JANELA(REQ-DA-REGRA) TO RGR-JANELA(QTDE-REGRAS)
           IF REGRA-JANELA-RAW NOT = SPACES
               IF REGRA-JANELA-RAW IS NUMERIC
                   MOVE REGRA-JANELA-RAW TO RGR-JANELA(QTDE-REGRAS)
               ELSE
                   MOVE REG-REGRA TO REG-EXTRATO
                   MOVE REGRA-JANELA-RAW TO VALOR-BRUTO-EXCECAO
                   MOVE "JANELA DE REGRA INVALIDA"
                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF
           MOVE 0 TO RGR-QTDE-ACHADOS(QTDE-REGRAS)
           MOVE 0 TO RGR-VALOR-CASADO(QTDE-REGRAS)
           IF REQ-MODO(REQ-DA-REGRA) NOT = 7
               MOVE REQ-MODO(REQ-DA-REGRA)
                   TO REQ-MODO-ORIGINAL(REQ-DA-REGRA)
           END-IF
           MOVE 7 TO REQ-MODO(REQ-DA-REGRA).

       LER-SUPLEMENTO.
           OPEN INPUT ARQ-SUPLEMENTO
           IF FS-SUPLEMENTO NOT = "00"
                   TO MOTIVO-EXCECAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               MOVE REG-SUPLEMENTO TO REG-EXTRATO
               PERFORM CRITICAR-DETALHE
               IF MOTIVO-EXCECAO NOT = SPACES
                   MOVE SUPL-VALOR-RAW TO VALOR-BRUTO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   IF J >= 9999
                       MOVE SUPL-VALOR-RAW TO VALOR-BRUTO-EXCECAO
                       MOVE "TABELA CHEIA - IGNORADO"
                           TO MOTIVO-EXCECAO
                       PERFORM REGISTRAR-EXCECAO
                   ELSE
                       ADD 1 TO J
                       MOVE J TO QTDE-REGS
                       MOVE VALOR-CONVERTIDO TO LISTA-NUMS(J)
                       MOVE "S" TO ORIGEM-VALOR(J)
                       MOVE SUPL-CONTA-RAW TO CONTA-VALOR(J)
                       MOVE SUPL-LADO-RAW TO LADO-VALOR(J)
                       MOVE SUPL-MOEDA-RAW TO MOEDA-LIDA
                       PERFORM NORMALIZAR-MOEDA
                       MOVE MOEDA-LIDA TO MOEDA-VALOR(J)
                       MOVE DATA-MOVIMENTO TO DATA-ORIGEM-VALOR(J)
                       MOVE 0 TO IDADE-VALOR(J)
                       MOVE SUPL-DATA-VALOR-RAW TO DATA-VALOR-LIDA
                       PERFORM DEFINIR-DATA-VALOR
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO TEM-USO-UNICO
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > QTDE-REQUISICOES
               IF REQ-MODO(T) = 5 OR REQ-MODO(T) = 6
                       OR REQ-MODO(T) = 7
                   MOVE "S" TO TEM-USO-UNICO
               END-IF
           END-PERFORM
                   MOVE VALOR-CONVERTIDO TO LISTA-NUMS(J)
                   MOVE "R" TO ORIGEM-VALOR(J)
                   MOVE RANT-CONTA TO CONTA-VALOR(J)
                   MOVE RANT-LADO TO LADO-VALOR(J)
                   MOVE RANT-MOEDA TO MOEDA-LIDA
                   PERFORM NORMALIZAR-MOEDA
                   MOVE MOEDA-LIDA TO MOEDA-VALOR(J)
                   IF RANT-DATA-ORIGEM IS NUMERIC
                           AND RANT-DATA-ORIGEM NOT = ZEROES
                       MOVE RANT-DATA-ORIGEM
                   ELSE
                       MOVE 999 TO IDADE-VALOR(J)
                   END-IF
                   MOVE RANT-DATA-VALOR TO DATA-VALOR-LIDA
                   PERFORM DEFINIR-DATA-VALOR
               END-IF
           END-IF.

               END-IF
           END-IF

           IF EXT-MODO-BUSCA-RAW = "3" OR "4" OR "5" OR "6"
               MOVE EXT-MODO-BUSCA-RAW TO MODO-BUSCA
           ELSE
               IF EXT-MODO-BUSCA-RAW NOT = "2"
               MOVE "VALOR NAO NUMERICO" TO MOTIVO-EXCECAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               PERFORM CRITICAR-DETALHE
               IF MOTIVO-EXCECAO NOT = SPACES
                   MOVE EXT-VALOR-RAW TO VALOR-BRUTO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   IF J >= 9999
                       MOVE EXT-VALOR-RAW TO VALOR-BRUTO-EXCECAO
                       MOVE "TABELA CHEIA - IGNORADO"
                           TO MOTIVO-EXCECAO
                       PERFORM REGISTRAR-EXCECAO
                   ELSE
                       ADD 1 TO J
                       MOVE J TO QTDE-REGS
                       MOVE VALOR-CONVERTIDO TO LISTA-NUMS(J)
                       MOVE "E" TO ORIGEM-VALOR(J)
                       MOVE EXT-CONTA-RAW TO CONTA-VALOR(J)
                       MOVE EXT-LADO-RAW TO LADO-VALOR(J)
                       MOVE EXT-MOEDA-RAW TO MOEDA-LIDA
                       PERFORM NORMALIZAR-MOEDA
                       MOVE MOEDA-LIDA TO MOEDA-VALOR(J)
                       MOVE DATA-MOVIMENTO TO DATA-ORIGEM-VALOR(J)
                       MOVE 0 TO IDADE-VALOR(J)
                       MOVE EXT-DATA-VALOR-RAW TO DATA-VALOR-LIDA
                       PERFORM DEFINIR-DATA-VALOR
                   END-IF
               END-IF
           END-IF.

       CRITICAR-DETALHE.
           MOVE SPACES TO MOTIVO-EXCECAO
           IF EXT-LADO-RAW NOT = "B" AND EXT-LADO-RAW NOT = "C"
                   AND EXT-LADO-RAW NOT = SPACE
               MOVE "LADO INVALIDO - USAR B OU C" TO MOTIVO-EXCECAO
           END-IF
           IF MOTIVO-EXCECAO = SPACES
                   AND EXT-MOEDA-RAW IS NOT ALPHABETIC
               MOVE "CODIGO DE MOEDA INVALIDO" TO MOTIVO-EXCECAO
           END-IF
           IF MOTIVO-EXCECAO = SPACES
                   AND EXT-DATA-VALOR-RAW NOT = SPACES
               MOVE EXT-DATA-VALOR-RAW TO DATA-VALOR-LIDA
               PERFORM CRITICAR-DATA-VALOR
           END-IF
           IF MOTIVO-EXCECAO = SPACES
                   AND CONTAS-DISPONIVEL = "S"
                   AND EXT-CONTA-RAW NOT = SPACES
               PERFORM CRITICAR-CONTA
           END-IF.

       CRITICAR-DATA-VALOR.
           IF DATA-VALOR-LIDA IS NOT NUMERIC
               MOVE "DATA VALOR INVALIDA" TO MOTIVO-EXCECAO
           ELSE
               MOVE DATA-VALOR-LIDA TO DATA-CALC
               MOVE DATA-CALC(1:4) TO ANO-CALC
               MOVE DATA-CALC(5:2) TO MES-CALC
               MOVE DATA-CALC(7:2) TO DIA-CALC
               IF MES-CALC < 1 OR MES-CALC > 12
                   MOVE "DATA VALOR INVALIDA" TO MOTIVO-EXCECAO
               ELSE
                   PERFORM VERIFICAR-BISSEXTO
                   MOVE DIAS-NO-MES(MES-CALC) TO ULTIMO-DIA-MES
                   IF MES-CALC = 2 AND EH-BISSEXTO = "S"
                       MOVE 29 TO ULTIMO-DIA-MES
                   END-IF
                   IF DIA-CALC < 1 OR DIA-CALC > ULTIMO-DIA-MES
                       MOVE "DATA VALOR INVALIDA" TO MOTIVO-EXCECAO
                   END-IF
               END-IF
           END-IF.

       DEFINIR-DATA-VALOR.
           IF DATA-VALOR-LIDA IS NUMERIC
                   AND DATA-VALOR-LIDA NOT = "00000000"
               MOVE DATA-VALOR-LIDA TO DATA-VALOR-ITEM(J)
           ELSE
               MOVE DATA-ORIGEM-VALOR(J) TO DATA-VALOR-ITEM(J)
           END-IF
           MOVE DATA-VALOR-ITEM(J) TO DATA-CALC
           PERFORM CALCULAR-DIAS
           MOVE DIAS-CALC TO DIAS-VALOR(J).

       CALCULAR-DIAS.
           MOVE DATA-CALC(1:4) TO ANO-CALC
           MOVE DATA-CALC(5:2) TO MES-CALC
           MOVE DATA-CALC(7:2) TO DIA-CALC
           IF MES-CALC < 1 OR MES-CALC > 12
               MOVE 1 TO MES-CALC
           END-IF
           COMPUTE ANO-ANTERIOR = ANO-CALC - 1
           COMPUTE BISSEXTOS-CALC = ANO-ANTERIOR / 4
           COMPUTE QUOCIENTE-CALC = ANO-ANTERIOR / 100
           SUBTRACT QUOCIENTE-CALC FROM BISSEXTOS-CALC
           COMPUTE QUOCIENTE-CALC = ANO-ANTERIOR / 400
           ADD QUOCIENTE-CALC TO BISSEXTOS-CALC
           PERFORM VERIFICAR-BISSEXTO
           COMPUTE DIAS-CALC = ANO-CALC * 365 + BISSEXTOS-CALC
               + DIAS-ACUMULADOS(MES-CALC) + DIA-CALC
           IF EH-BISSEXTO = "S" AND MES-CALC > 2
               ADD 1 TO DIAS-CALC
           END-IF.

       VERIFICAR-BISSEXTO.
           MOVE "N" TO EH-BISSEXTO
           DIVIDE ANO-CALC BY 4
               GIVING QUOCIENTE-CALC REMAINDER RESTO-CALC
           IF RESTO-CALC = 0
               MOVE "S" TO EH-BISSEXTO
               DIVIDE ANO-CALC BY 100
                   GIVING QUOCIENTE-CALC REMAINDER RESTO-CALC
               IF RESTO-CALC = 0
                   MOVE "N" TO EH-BISSEXTO
                   DIVIDE ANO-CALC BY 400
                       GIVING QUOCIENTE-CALC REMAINDER RESTO-CALC
                   IF RESTO-CALC = 0
                       MOVE "S" TO EH-BISSEXTO
                   END-IF
               END-IF
           END-IF.

       CRITICAR-CONTA.
           MOVE EXT-CONTA-RAW TO CTA-CODIGO
           READ ARQ-CONTAS KEY IS CTA-CODIGO
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO MOTIVO-EXCECAO
               NOT INVALID KEY
                   IF CTA-BLOQUEADA
                       MOVE "CONTA BLOQUEADA" TO MOTIVO-EXCECAO
                   ELSE
                       IF CTA-ENCERRADA
                           MOVE "CONTA ENCERRADA" TO MOTIVO-EXCECAO
                       ELSE
                           IF NOT CTA-ATIVA
                               MOVE "CONTA COM SITUACAO INVALIDA"
                                   TO MOTIVO-EXCECAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       OBTER-DESCRICAO-CONTA.
           MOVE SPACES TO DESCRICAO-CONTA
           IF CONTAS-DISPONIVEL = "S" AND CONTA-PESQUISA NOT = SPACES
               MOVE CONTA-PESQUISA TO CTA-CODIGO
               READ ARQ-CONTAS KEY IS CTA-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-DESCRICAO TO DESCRICAO-CONTA
               END-READ
           END-IF.

       CONVERTER-VALOR-ASSINADO.
           MOVE "N" TO FLAG-VALOR-VALIDO
           MOVE 0 TO VALOR-CONVERTIDO
           CLOSE ARQ-RESIDUO-ANT
           CLOSE ARQ-ESTATISTICA
           CLOSE ARQ-LISTA
           CLOSE ARQ-CONTAS
           MOVE CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   MOVE EXT-REQ-MOEDA-RAW TO MOEDA-LIDA
                   PERFORM REGISTRAR-MOEDA-REQUISICAO
                   IF MOEDA-ACEITA = "N"
                       MOVE EXT-REQ-MOEDA-RAW TO VALOR-BRUTO-EXCECAO
                       PERFORM REGISTRAR-EXCECAO
                   ELSE
                       ADD 1 TO QTDE-REQUISICOES
                       ADD 1 TO QTDE-REQS-ARQUIVO
                       IF EXT-REQ-ID = SPACES
                           MOVE QTDE-REQUISICOES TO REQ-ID-GERADO-SEQ
                           MOVE REQ-ID-GERADO
                               TO REQ-ID(QTDE-REQUISICOES)
                       ELSE
                           MOVE EXT-REQ-ID TO REQ-ID(QTDE-REQUISICOES)
                       END-IF
                       MOVE VALOR-CONVERTIDO
                           TO REQ-TARGET(QTDE-REQUISICOES)
                       IF EXT-REQ-MODO-RAW = "3" OR "4" OR "5" OR "6"
                           MOVE EXT-REQ-MODO-RAW
                               TO REQ-MODO(QTDE-REQUISICOES)
                       ELSE
                           IF EXT-REQ-MODO-RAW NOT = "2"
                               MOVE EXT-REQ-MODO-RAW
                                   TO VALOR-BRUTO-EXCECAO
                               MOVE "MODO BUSCA INVALIDO - USOU 2"
                                   TO MOTIVO-EXCECAO
                               PERFORM REGISTRAR-EXCECAO
                           END-IF
                           MOVE 2 TO REQ-MODO(QTDE-REQUISICOES)
                       END-IF
                       IF EXT-REQ-TOLER-RAW = SPACES
                           MOVE TOLERANCIA-PADRAO
                               TO REQ-TOLERANCIA(QTDE-REQUISICOES)
                       ELSE
                           MOVE EXT-REQ-TOLER-RAW TO VALOR-ASSINADO-RAW
                           PERFORM CONVERTER-VALOR-ASSINADO
                           IF FLAG-VALOR-VALIDO = "S"
                               IF VALOR-CONVERTIDO < 0
                                   COMPUTE VALOR-CONVERTIDO =
                                       0 - VALOR-CONVERTIDO
                               END-IF
                               MOVE VALOR-CONVERTIDO
                                   TO REQ-TOLERANCIA(QTDE-REQUISICOES)
                           ELSE
                               MOVE EXT-REQ-TOLER-RAW
                                   TO VALOR-BRUTO-EXCECAO
                               MOVE "TOLERANCIA INVALIDA - USOU 0"
                                   TO MOTIVO-EXCECAO
                               PERFORM REGISTRAR-EXCECAO
                               MOVE 0
                                   TO REQ-TOLERANCIA(QTDE-REQUISICOES)
                           END-IF
                       END-IF
                       MOVE MOEDA-LIDA TO REQ-MOEDA(QTDE-REQUISICOES)
                       IF EXT-REQ-JANELA-RAW = SPACES
                           MOVE 0 TO REQ-JANELA(QTDE-REQUISICOES)
                       ELSE
                           IF EXT-REQ-JANELA-RAW IS NUMERIC
                               MOVE EXT-REQ-JANELA-RAW
                                   TO REQ-JANELA(QTDE-REQUISICOES)
                           ELSE
                               MOVE EXT-REQ-JANELA-RAW
                                   TO VALOR-BRUTO-EXCECAO
                               MOVE "JANELA INVALIDA - SEM LIMITE"
                                   TO MOTIVO-EXCECAO
                               PERFORM REGISTRAR-EXCECAO
                               MOVE 0 TO REQ-JANELA(QTDE-REQUISICOES)
                           END-IF
                       END-IF
                       MOVE "N" TO REQ-ENCONTROU(QTDE-REQUISICOES)
                       MOVE 0 TO REQ-QTDE-ACHADOS(QTDE-REQUISICOES)
                   END-IF
               END-IF
           END-IF.

                       TO MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO
               ELSE
                   MOVE SPACES TO MOEDA-LIDA
                   PERFORM REGISTRAR-MOEDA-REQUISICAO
                   IF MOEDA-ACEITA = "N"
                       MOVE NOME-EXTRATO TO VALOR-BRUTO-EXCECAO
                       PERFORM REGISTRAR-EXCECAO
                   ELSE
                       ADD 1 TO QTDE-REQUISICOES
                       IF QTDE-EXTRATOS = 1
                           MOVE "PADRAO" TO REQ-ID(QTDE-REQUISICOES)
                       ELSE
                           MOVE E-ATUAL TO REQ-ID-PADRAO-SEQ
                           MOVE REQ-ID-PADRAO
                               TO REQ-ID(QTDE-REQUISICOES)
                       END-IF
                       MOVE TARGET TO REQ-TARGET(QTDE-REQUISICOES)
                       MOVE MODO-BUSCA TO REQ-MODO(QTDE-REQUISICOES)
                       MOVE TOLERANCIA-PADRAO
                           TO REQ-TOLERANCIA(QTDE-REQUISICOES)
                       MOVE MOEDA-LIDA TO REQ-MOEDA(QTDE-REQUISICOES)
                       MOVE 0 TO REQ-JANELA(QTDE-REQUISICOES)
                       MOVE "N" TO REQ-ENCONTROU(QTDE-REQUISICOES)
                       MOVE 0 TO REQ-QTDE-ACHADOS(QTDE-REQUISICOES)
                   END-IF
               END-IF
           END-IF.

               PERFORM ENCERRAR-ANORMAL
           END-IF.

       NORMALIZAR-MOEDA.
           IF MOEDA-LIDA = SPACES
               MOVE MOEDA-BASE TO MOEDA-LIDA
           END-IF.

       REGISTRAR-MOEDA-REQUISICAO.
           MOVE "S" TO MOEDA-ACEITA
           IF MOEDA-LIDA IS NOT ALPHABETIC
               MOVE "N" TO MOEDA-ACEITA
               MOVE "MOEDA DA REQUISICAO INVALIDA" TO MOTIVO-EXCECAO
           ELSE
               PERFORM NORMALIZAR-MOEDA
               PERFORM LOCALIZAR-MOEDA-SAIDA
               IF M-ATUAL = 0
                   IF QTDE-MOEDAS >= 10
                       MOVE "N" TO MOEDA-ACEITA
                       MOVE "TABELA DE MOEDAS CHEIA" TO MOTIVO-EXCECAO
                   ELSE
                       ADD 1 TO QTDE-MOEDAS
                       MOVE MOEDA-LIDA TO MOE-CODIGO(QTDE-MOEDAS)
                       MOVE 0 TO MOE-QTDE-PARES(QTDE-MOEDAS)
                       MOVE 0 TO MOE-SOMA(QTDE-MOEDAS)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-MOEDA-SAIDA.
           MOVE 0 TO M-ATUAL
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > QTDE-MOEDAS OR M-ATUAL > 0
               IF MOE-CODIGO(M) = MOEDA-LIDA
                   MOVE M TO M-ATUAL
               END-IF
           END-PERFORM.

       CONFERIR-MOEDAS.
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               MOVE MOEDA-VALOR(I) TO MOEDA-LIDA
               PERFORM LOCALIZAR-MOEDA-SAIDA
               IF M-ATUAL = 0
                   PERFORM SUSPENDER-MOEDA-DIVERGENTE
               ELSE
                   ADD 1 TO J
                   IF J < I
                       PERFORM DESLOCAR-ITEM
                   END-IF
               END-IF
           END-PERFORM
           MOVE J TO QTDE-REGS
           IF QTDE-MOEDA-DIVERGENTE > 0
               DISPLAY "MOEDA SEM REQUISICAO NO CICLO: "
                   QTDE-MOEDA-DIVERGENTE
                   " VALORES ENVIADOS AO SUSPENSO."
           END-IF.

       SUSPENDER-MOEDA-DIVERGENTE.
           ADD 1 TO QTDE-MOEDA-DIVERGENTE
           MOVE LISTA-NUMS(I) TO TARGET-IMAGEM
           MOVE SPACES TO REG-EXTRATO
           MOVE "D" TO EXT-TIPO-REG
           MOVE TARGET-IMAGEM-X TO EXT-VALOR-RAW
           MOVE CONTA-VALOR(I) TO EXT-CONTA-RAW
           MOVE LADO-VALOR(I) TO EXT-LADO-RAW
           MOVE MOEDA-VALOR(I) TO EXT-MOEDA-RAW
           MOVE DATA-VALOR-ITEM(I) TO EXT-DATA-VALOR-RAW
           MOVE TARGET-IMAGEM-X TO VALOR-BRUTO-EXCECAO
           MOVE "MOEDA DIVERGENTE DA REQUISICAO" TO MOTIVO-EXCECAO
           PERFORM REGISTRAR-EXCECAO.

       DESLOCAR-ITEM.
           MOVE LISTA-NUMS(I) TO LISTA-NUMS(J)
           MOVE ORIGEM-VALOR(I) TO ORIGEM-VALOR(J)
           MOVE CONTA-VALOR(I) TO CONTA-VALOR(J)
           MOVE LADO-VALOR(I) TO LADO-VALOR(J)
           MOVE DATA-ORIGEM-VALOR(I) TO DATA-ORIGEM-VALOR(J)
           MOVE IDADE-VALOR(I) TO IDADE-VALOR(J)
           MOVE MOEDA-VALOR(I) TO MOEDA-VALOR(J)
           MOVE DATA-VALOR-ITEM(I) TO DATA-VALOR-ITEM(J)
           MOVE DIAS-VALOR(I) TO DIAS-VALOR(J).

       REGISTRAR-EXCECAO.
           IF QTDE-EXCECOES >= 9999
               DISPLAY "TABELA DE EXCECOES CHEIA - DESCARTANDO"
                   IF ORIGEM-VALOR(I) = "R"
                       MOVE " (RESIDUO ANT)" TO ORIGEM-TEXTO
                   END-IF
                   MOVE SPACES TO LADO-TEXTO
                   IF LADO-VALOR(I) NOT = SPACE
                       MOVE LADO-VALOR(I) TO LADO-CODIGO
                       PERFORM DESCREVER-LADO
                   END-IF
                   MOVE CONTA-VALOR(I) TO CONTA-PESQUISA
                   PERFORM OBTER-DESCRICAO-CONTA
                   STRING "  [" DELIMITED BY SIZE
                          I     DELIMITED BY SIZE
                          "] = " DELIMITED BY SIZE
                          VALOR-EDITADO-01 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MOEDA-VALOR(I) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          LADO-TEXTO DELIMITED BY SIZE
                          " CONTA " DELIMITED BY SIZE
                          CONTA-VALOR(I) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DESCRICAO-CONTA DELIMITED BY SIZE
                          ORIGEM-TEXTO DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   COMPUTE AUD-VAL-INDICE = I - 1
                   MOVE LISTA-NUMS(I) TO AUD-VAL-VALOR
                   MOVE ORIGEM-VALOR(I) TO AUD-VAL-ORIGEM
                   MOVE CONTA-VALOR(I) TO AUD-VAL-CONTA
                   MOVE MOEDA-VALOR(I) TO AUD-VAL-MOEDA
                   WRITE REG-AUDITORIA
                   PERFORM TESTAR-GRAVACAO-AUDITORIA
               END-PERFORM
                           IF MODO-USO-UNICO
                               PERFORM PROCESSAR-PARES-UNICOS
                           ELSE
                               IF MODO-BILATERAL
                                   PERFORM PROCESSAR-BILATERAL
                               ELSE
                                   IF MODO-CASCATA
                                       PERFORM PROCESSAR-CASCATA
                                   ELSE
                                       PERFORM PROCESSAR-PARES
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF NOT MODO-CASCATA
                       PERFORM GRAVAR-ESTATISTICA-REGRA
                   END-IF
                   PERFORM ENCERRAR-REQUISICAO
                   PERFORM GRAVAR-ESTATISTICA-REQUISICAO
               END-IF
               MOVE 0 TO EST-QTDE-EXCECOES
               MOVE TEMPO-DECORRIDO-CS TO EST-TEMPO-CS
               MOVE 0 TO EST-CODIGO-RETORNO
               MOVE 0 TO EST-REGRA-SEQ
               MOVE 0 TO EST-VALOR-CASADO
               WRITE REG-ESTATISTICA
               PERFORM TESTAR-GRAVACAO-ESTATISTICA
           END-IF.
               MOVE QTDE-EXCECOES TO EST-QTDE-EXCECOES
               MOVE TEMPO-DECORRIDO-CS TO EST-TEMPO-CS
               MOVE CODIGO-RETORNO TO EST-CODIGO-RETORNO
               MOVE 0 TO EST-REGRA-SEQ
               MOVE 0 TO EST-VALOR-CASADO
               WRITE REG-ESTATISTICA
               IF FS-ESTATISTICA NOT = "00"
                   DISPLAY "ERRO DE GRAVACAO EM ESTATRUN.DAT - FS "
               END-IF
           END-IF.

       GRAVAR-ESTATISTICA-REGRA.
           IF ESTATISTICA-ABERTA = "S"
               MOVE HORA-INICIO-PASSO TO HORA-INICIO-CALC
               ACCEPT HORA-FIM-TOMADA FROM TIME
               MOVE HORA-FIM-TOMADA TO HORA-FIM-CALC
               PERFORM CALCULAR-TEMPO-DECORRIDO
               MOVE SPACES TO REG-ESTATISTICA
               MOVE "G" TO EST-TIPO-REG
               MOVE DATA-MOVIMENTO TO EST-DATA-MOV
               MOVE DATA-EXECUCAO TO EST-DATA
               MOVE HORA-EXECUCAO TO EST-HORA
               MOVE JOB-ID-EXECUCAO TO EST-JOB-ID
               MOVE REQ-ID(R-ATUAL) TO EST-REQ-ID
               MOVE MODO-BUSCA TO EST-MODO
               MOVE QTDE-REGS TO EST-QTDE-VALORES
               COMPUTE EST-QTDE-PARES =
                   QTDE-PARES-ACHADOS - PARES-ANTES-PASSO
               MOVE 0 TO EST-QTDE-EXCECOES
               MOVE TEMPO-DECORRIDO-CS TO EST-TEMPO-CS
               MOVE 0 TO EST-CODIGO-RETORNO
               MOVE REGRA-ATUAL TO EST-REGRA-ID
               MOVE SEQ-PASSO-ATUAL TO EST-REGRA-SEQ
               MOVE VALOR-CASADO-PASSO TO EST-VALOR-CASADO
               WRITE REG-ESTATISTICA
               PERFORM TESTAR-GRAVACAO-ESTATISTICA
           END-IF.

       TESTAR-GRAVACAO-ESTATISTICA.
           IF FS-ESTATISTICA NOT = "00"
               DISPLAY "ERRO DE GRAVACAO EM ESTATRUN.DAT - FS "
           MOVE REQ-TARGET(R-ATUAL) TO TARGET
           MOVE REQ-MODO(R-ATUAL) TO MODO-BUSCA
           MOVE REQ-TOLERANCIA(R-ATUAL) TO TOLERANCIA
           MOVE REQ-MOEDA(R-ATUAL) TO MOEDA-REQUISICAO
           MOVE REQ-JANELA(R-ATUAL) TO JANELA-DIAS
           MOVE MODO-BUSCA TO REGRA-IMPLICITA-MODO
           MOVE REGRA-IMPLICITA TO REGRA-ATUAL
           MOVE 1 TO SEQ-PASSO-ATUAL
           MOVE 0 TO PARES-ANTES-PASSO
           MOVE HORA-INICIO-REQ TO HORA-INICIO-PASSO
           MOVE "N" TO CASCATA-BILATERAL
           IF MODO-CASCATA AND REQ-MODO-ORIGINAL(R-ATUAL) = 6
               MOVE "S" TO CASCATA-BILATERAL
           END-IF
           MOVE 0 TO VALOR-CASADO-PASSO
           MOVE MOEDA-REQUISICAO TO MOEDA-LIDA
           PERFORM LOCALIZAR-MOEDA-SAIDA
           MOVE 0 TO QTDE-ITENS-CASADOS
           MOVE 0 TO QTDE-ITENS-RESIDUO
           MOVE 0 TO QTDE-DUPS-REQUISICAO
           MOVE 0 TO QTDE-RES-IDADE-0A2
           MOVE 0 TO QTDE-RES-IDADE-3A7
           MOVE 0 TO QTDE-RES-IDADE-8MAIS
           MOVE 0 TO QTDE-RES-LADO-BANCO
           MOVE 0 TO QTDE-RES-LADO-CONTAB
           MOVE 0 TO QTDE-RES-SEM-LADO
           MOVE 0 TO SOMA-RES-LADO-BANCO
           MOVE 0 TO SOMA-RES-LADO-CONTAB
           MOVE 0 TO SOMA-RES-SEM-LADO
           IF EXECUCAO-RETOMADA = "S"
                   AND R-ATUAL = REQUISICAO-INICIAL
               MOVE POSICAO-RETOMADA TO POSICAO-INICIAL-I
                  VALOR-EDITADO-01 DELIMITED BY SIZE
                  "  CICLO: " DELIMITED BY SIZE
                  CICLO-EXECUCAO DELIMITED BY SIZE
                  "  MOEDA: " DELIMITED BY SIZE
                  MOEDA-REQUISICAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
                         INTO LINHA-RELATORIO
                       END-STRING
                   ELSE
                       IF MODO-BILATERAL
                           STRING "MODO DE BUSCA: CONCILIACAO"
                                  " BILATERAL (BANCO X CONTABIL)"
                                  DELIMITED BY SIZE
                             INTO LINHA-RELATORIO
                           END-STRING
                       ELSE
                           IF MODO-CASCATA
                               STRING "MODO DE BUSCA: CASCATA DE"
                                      " REGRAS (VER PASSOS ABAIXO)"
                                      DELIMITED BY SIZE
                                 INTO LINHA-RELATORIO
                               END-STRING
                           ELSE
                               STRING "MODO DE BUSCA: DOIS NUMEROS"
                                      DELIMITED BY SIZE
                                 INTO LINHA-RELATORIO
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           IF CASCATA-BILATERAL = "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REQUISICAO BILATERAL - CADA PASSO SO CASA"
                      " ITENS DE LADOS DIFERENTES (BANCO X CONTABIL)"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           IF JANELA-DIAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "JANELA MAXIMA ENTRE DATAS VALOR: "
                      DELIMITED BY SIZE
                      JANELA-DIAS DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       ENCERRAR-REQUISICAO.
           MOVE ENCONTROU TO REQ-ENCONTROU(R-ATUAL)
           MOVE QTDE-PARES-ACHADOS TO REQ-QTDE-ACHADOS(R-ATUAL)
           ADD QTDE-PARES-ACHADOS TO TOTAL-PARES-EXECUCAO
           ADD QTDE-PARES-ACHADOS TO MOE-QTDE-PARES(M-ATUAL)
           IF ENCONTROU = "S"
               MOVE "S" TO ENCONTROU-GERAL
           END-IF
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           IF MODO-USO-UNICO OR MODO-BILATERAL OR MODO-CASCATA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ITENS CASADOS: " DELIMITED BY SIZE
                      QTDE-ITENS-CASADOS DELIMITED BY SIZE
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           IF MODO-BILATERAL OR CASCATA-BILATERAL = "S"
               MOVE "B" TO LADO-EMISSAO
               PERFORM EMITIR-RESIDUO-DO-LADO
               MOVE "C" TO LADO-EMISSAO
               PERFORM EMITIR-RESIDUO-DO-LADO
               IF QTDE-RES-SEM-LADO > 0
                   MOVE SPACE TO LADO-EMISSAO
                   PERFORM EMITIR-RESIDUO-DO-LADO
               END-IF
           END-IF

           IF MODO-CASCATA
               PERFORM EMITIR-RESUMO-REGRAS
           END-IF

           IF QTDE-DUPS-REQUISICAO > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "MATCHES JA REPORTADOS ANTES: "
                      DELIMITED BY SIZE
                      QTDE-DUPS-REQUISICAO DELIMITED BY SIZE
           PERFORM GRAVAR-AUDITORIA
           PERFORM GRAVAR-RESTART-REQUISICAO.

       EMITIR-RESUMO-REGRAS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO POR REGRA DA CASCATA:" DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           MOVE 0 TO SEQ-REGRA-ANTERIOR
           MOVE "S" TO ACHOU-REGRA
           PERFORM UNTIL ACHOU-REGRA = "N"
               PERFORM LOCALIZAR-PROXIMA-REGRA
               IF ACHOU-REGRA = "S"
                   MOVE RGR-VALOR-CASADO(G-ATUAL) TO SOMA-EDITADA-01
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   PASSO " DELIMITED BY SIZE
                          RGR-SEQ(G-ATUAL) DELIMITED BY SIZE
                          " REGRA " DELIMITED BY SIZE
                          RGR-ID(G-ATUAL) DELIMITED BY SIZE
                          " MODO " DELIMITED BY SIZE
                          RGR-MODO(G-ATUAL) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          RGR-QTDE-ACHADOS(G-ATUAL) DELIMITED BY SIZE
                          " OCORRENCIAS  VALOR CASADO: "
                          DELIMITED BY SIZE
                          SOMA-EDITADA-01 DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-PERFORM.

       GRAVAR-RESTART-REQUISICAO.
           OPEN OUTPUT ARQ-RESTART
           MOVE 0 TO RESTART-POSICAO-I
           MOVE TOTAL-PARES-EXECUCAO TO RESTART-TOTAL-PARES
           MOVE SOMA-VALORES-SAIDA TO RESTART-SOMA-SAIDA
           PERFORM IDENTIFICAR-RESTART
           PERFORM GUARDAR-MOEDAS-RESTART
           WRITE REG-RESTART
           PERFORM TESTAR-GRAVACAO-RESTART
           CLOSE ARQ-RESTART.
           IF POSICAO-INICIAL-I > 1
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K >= POSICAO-INICIAL-I
                   IF MOEDA-VALOR(K) = MOEDA-REQUISICAO
                       MOVE LISTA-NUMS(K) TO VALOR-HASH
                       PERFORM CALCULAR-HASH
                       MOVE LOOKUP-CABECA(BUCKET-HASH) TO
                           CADEIA-PROXIMO(K)
                       MOVE K TO LOOKUP-CABECA(BUCKET-HASH)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING I FROM POSICAO-INICIAL-I BY 1
                   UNTIL I > QTDE-REGS
               IF MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   PERFORM BUSCAR-COMPLEMENTO
                   PERFORM INSERIR-NO-LOOKUP
               END-IF
               DIVIDE I BY INTERVALO-CHECKPOINT
                   GIVING QUOCIENTE-AUX REMAINDER RESTO-CHECKPOINT
               IF RESTO-CHECKPOINT = 0
                   IF DIFERENCA NOT > TOLERANCIA
                           AND DIFERENCA NOT < 0 - TOLERANCIA
                           AND CONTA-VALOR(J) = CONTA-VALOR(I)
                           AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                           AND MOEDA-VALOR(J) = MOEDA-REQUISICAO
                       MOVE J TO PONTEIRO-CADEIA
                       PERFORM CONFERIR-JANELA-PAR
                       IF DENTRO-JANELA = "S"
                           PERFORM GRAVAR-PAR-ENCONTRADO
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
               MOVE "N" TO FLAG-CONSUMIDO(I)
           END-PERFORM

           PERFORM MONTAR-ORDEM-DATAS
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > QTDE-REGS
               MOVE ORDEM-ITEM(O) TO I
               IF MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   PERFORM BUSCAR-COMPLEMENTO-UNICO
                   IF FLAG-CONSUMIDO(I) = "N"
                       PERFORM INSERIR-NO-LOOKUP
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               IF FLAG-CONSUMIDO(I) = "N"
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   ADD 1 TO QTDE-ITENS-RESIDUO
                   PERFORM GRAVAR-RESIDUO
               END-IF
           END-IF.

       BUSCAR-COMPLEMENTO-UNICO.
           COMPUTE COMPLEMENTO = TARGET - LISTA-NUMS(I)
           MOVE COMPLEMENTO TO VALOR-HASH
           PERFORM CALCULAR-HASH
           MOVE LOOKUP-CABECA(BUCKET-HASH) TO PONTEIRO-CADEIA
           MOVE "N" TO ACHOU-COMPLEMENTO
           MOVE 0 TO MELHOR-CANDIDATO
           PERFORM UNTIL PONTEIRO-CADEIA = 0
               IF LISTA-NUMS(PONTEIRO-CADEIA) = COMPLEMENTO
                       AND FLAG-CONSUMIDO(PONTEIRO-CADEIA) = "N"
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                       AND (CASCATA-BILATERAL = "N"
                         OR LADO-VALOR(PONTEIRO-CADEIA) NOT =
                            LADO-VALOR(I))
                   PERFORM CONFERIR-JANELA-PAR
                   IF DENTRO-JANELA = "S"
                       IF MELHOR-CANDIDATO = 0
                           MOVE PONTEIRO-CADEIA TO MELHOR-CANDIDATO
                       ELSE
                           MOVE MELHOR-CANDIDATO TO ITEM-ANTERIOR
                           MOVE PONTEIRO-CADEIA TO ITEM-REFERENCIA
                           PERFORM COMPARAR-ORDEM-DATAS
                           IF ANTERIOR-MAIS-NOVO = "S"
                               MOVE PONTEIRO-CADEIA TO MELHOR-CANDIDATO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE CADEIA-PROXIMO(PONTEIRO-CADEIA)
                   TO PONTEIRO-CADEIA
           END-PERFORM
           IF MELHOR-CANDIDATO > 0
               MOVE MELHOR-CANDIDATO TO PONTEIRO-CADEIA
               PERFORM CONFERIR-JANELA-PAR
               MOVE "S" TO ACHOU-COMPLEMENTO
               MOVE "S" TO FLAG-CONSUMIDO(PONTEIRO-CADEIA)
               MOVE "S" TO FLAG-CONSUMIDO(I)
               ADD 2 TO QTDE-ITENS-CASADOS
               PERFORM GRAVAR-PAR-ENCONTRADO
           END-IF.

       MONTAR-ORDEM-DATAS.
           IF ORDEM-MONTADA = "N"
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > QTDE-REGS
                   MOVE O TO ITEM-REFERENCIA
                   MOVE O TO P
                   MOVE "S" TO ANTERIOR-MAIS-NOVO
                   PERFORM UNTIL P = 1 OR ANTERIOR-MAIS-NOVO = "N"
                       MOVE ORDEM-ITEM(P - 1) TO ITEM-ANTERIOR
                       PERFORM COMPARAR-ORDEM-DATAS
                       IF ANTERIOR-MAIS-NOVO = "S"
                           MOVE ITEM-ANTERIOR TO ORDEM-ITEM(P)
                           SUBTRACT 1 FROM P
                       END-IF
                   END-PERFORM
                   MOVE ITEM-REFERENCIA TO ORDEM-ITEM(P)
               END-PERFORM
               MOVE "S" TO ORDEM-MONTADA
           END-IF.

       COMPARAR-ORDEM-DATAS.
           MOVE "N" TO ANTERIOR-MAIS-NOVO
           IF DIAS-VALOR(ITEM-ANTERIOR) > DIAS-VALOR(ITEM-REFERENCIA)
               MOVE "S" TO ANTERIOR-MAIS-NOVO
           ELSE
               IF DIAS-VALOR(ITEM-ANTERIOR) =
                       DIAS-VALOR(ITEM-REFERENCIA)
                   IF DATA-ORIGEM-VALOR(ITEM-ANTERIOR) >
                           DATA-ORIGEM-VALOR(ITEM-REFERENCIA)
                       MOVE "S" TO ANTERIOR-MAIS-NOVO
                   ELSE
                       IF DATA-ORIGEM-VALOR(ITEM-ANTERIOR) =
                               DATA-ORIGEM-VALOR(ITEM-REFERENCIA)
                               AND ITEM-ANTERIOR > ITEM-REFERENCIA
                           MOVE "S" TO ANTERIOR-MAIS-NOVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-JANELA-PAR.
           IF DIAS-VALOR(PONTEIRO-CADEIA) > DIAS-VALOR(I)
               COMPUTE DIAS-INTERVALO =
                   DIAS-VALOR(PONTEIRO-CADEIA) - DIAS-VALOR(I)
           ELSE
               COMPUTE DIAS-INTERVALO =
                   DIAS-VALOR(I) - DIAS-VALOR(PONTEIRO-CADEIA)
           END-IF
           PERFORM AVALIAR-JANELA.

       CONFERIR-JANELA-TRIO.
           MOVE DIAS-VALOR(PONTEIRO-CADEIA) TO DIAS-MENOR
           MOVE DIAS-VALOR(PONTEIRO-CADEIA) TO DIAS-MAIOR
           IF DIAS-VALOR(I) < DIAS-MENOR
               MOVE DIAS-VALOR(I) TO DIAS-MENOR
           END-IF
           IF DIAS-VALOR(I) > DIAS-MAIOR
               MOVE DIAS-VALOR(I) TO DIAS-MAIOR
           END-IF
           IF DIAS-VALOR(K) < DIAS-MENOR
               MOVE DIAS-VALOR(K) TO DIAS-MENOR
           END-IF
           IF DIAS-VALOR(K) > DIAS-MAIOR
               MOVE DIAS-VALOR(K) TO DIAS-MAIOR
           END-IF
           COMPUTE DIAS-INTERVALO = DIAS-MAIOR - DIAS-MENOR
           PERFORM AVALIAR-JANELA.

       AVALIAR-JANELA.
           MOVE "S" TO DENTRO-JANELA
           IF JANELA-DIAS > 0 AND DIAS-INTERVALO > JANELA-DIAS
               MOVE "N" TO DENTRO-JANELA
           END-IF
           IF DIAS-INTERVALO > 99999
               MOVE 99999 TO DIAS-INTERVALO
           END-IF.

       PROCESSAR-BILATERAL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               MOVE "N" TO FLAG-CONSUMIDO(I)
           END-PERFORM

           MOVE 0 TO QTDE-TOCADOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               IF LADO-VALOR(I) NOT = SPACE
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   PERFORM BUSCAR-COMPLEMENTO-BILATERAL
                   IF FLAG-CONSUMIDO(I) = "N"
                       PERFORM INSERIR-NO-LOOKUP
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LIMPAR-TOCADOS

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QTDE-REGS
               IF FLAG-CONSUMIDO(K) = "N"
                       AND LADO-VALOR(K) NOT = SPACE
                       AND MOEDA-VALOR(K) = MOEDA-REQUISICAO
                   MOVE 0 TO QTDE-TOCADOS
                   COMPUTE TARGET-PARCIAL = TARGET - LISTA-NUMS(K)
                   COMPUTE I = K + 1
                   PERFORM VARYING I FROM I BY 1
                           UNTIL I > QTDE-REGS
                              OR FLAG-CONSUMIDO(K) = "S"
                       IF FLAG-CONSUMIDO(I) = "N"
                               AND LADO-VALOR(I) NOT = SPACE
                               AND CONTA-VALOR(I) = CONTA-VALOR(K)
                               AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                           PERFORM BUSCAR-COMPLEMENTO-TRIO-BILATERAL
                           IF FLAG-CONSUMIDO(K) = "N"
                               PERFORM INSERIR-NO-LOOKUP
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM LIMPAR-TOCADOS
               END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               IF FLAG-CONSUMIDO(I) = "N"
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   ADD 1 TO QTDE-ITENS-RESIDUO
                   PERFORM GRAVAR-RESIDUO
               END-IF
           END-PERFORM

           IF ENCONTROU = "N"
               DISPLAY "NENHUM PAR OU TRIO BILATERAL ENCONTRADO."
           END-IF.

       BUSCAR-COMPLEMENTO-BILATERAL.
           COMPUTE COMPLEMENTO = TARGET - LISTA-NUMS(I)
           MOVE COMPLEMENTO TO VALOR-HASH
           PERFORM CALCULAR-HASH
                       AND FLAG-CONSUMIDO(PONTEIRO-CADEIA) = "N"
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                       AND LADO-VALOR(PONTEIRO-CADEIA) NOT =
                           LADO-VALOR(I)
                   PERFORM CONFERIR-JANELA-PAR
               ELSE
                   MOVE "N" TO DENTRO-JANELA
               END-IF
               IF DENTRO-JANELA = "S"
                   MOVE "S" TO ACHOU-COMPLEMENTO
                   MOVE "S" TO FLAG-CONSUMIDO(PONTEIRO-CADEIA)
                   MOVE "S" TO FLAG-CONSUMIDO(I)
               END-IF
           END-PERFORM.

       BUSCAR-COMPLEMENTO-TRIO-BILATERAL.
           COMPUTE COMPLEMENTO = TARGET-PARCIAL - LISTA-NUMS(I)
           MOVE COMPLEMENTO TO VALOR-HASH
           PERFORM CALCULAR-HASH
           MOVE LOOKUP-CABECA(BUCKET-HASH) TO PONTEIRO-CADEIA
           MOVE "N" TO ACHOU-COMPLEMENTO
           PERFORM UNTIL PONTEIRO-CADEIA = 0
                   OR ACHOU-COMPLEMENTO = "S"
               IF LISTA-NUMS(PONTEIRO-CADEIA) = COMPLEMENTO
                       AND FLAG-CONSUMIDO(PONTEIRO-CADEIA) = "N"
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                       AND (LADO-VALOR(PONTEIRO-CADEIA) NOT =
                            LADO-VALOR(I)
                         OR LADO-VALOR(K) NOT = LADO-VALOR(I))
                   PERFORM CONFERIR-JANELA-TRIO
               ELSE
                   MOVE "N" TO DENTRO-JANELA
               END-IF
               IF DENTRO-JANELA = "S"
                   MOVE "S" TO ACHOU-COMPLEMENTO
                   MOVE "S" TO FLAG-CONSUMIDO(PONTEIRO-CADEIA)
                   MOVE "S" TO FLAG-CONSUMIDO(I)
                   MOVE "S" TO FLAG-CONSUMIDO(K)
                   ADD 3 TO QTDE-ITENS-CASADOS
                   PERFORM GRAVAR-TRIO-ENCONTRADO
               ELSE
                   MOVE CADEIA-PROXIMO(PONTEIRO-CADEIA)
                       TO PONTEIRO-CADEIA
               END-IF
           END-PERFORM.

       PROCESSAR-CASCATA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               MOVE "N" TO FLAG-CONSUMIDO(I)
           END-PERFORM
           PERFORM MONTAR-ORDEM-DATAS

           MOVE 0 TO SEQ-REGRA-ANTERIOR
           MOVE "S" TO ACHOU-REGRA
           PERFORM UNTIL ACHOU-REGRA = "N"
               PERFORM LOCALIZAR-PROXIMA-REGRA
               IF ACHOU-REGRA = "S"
                   PERFORM EXECUTAR-PASSO-CASCATA
               END-IF
           END-PERFORM

           SET MODO-CASCATA TO TRUE
           MOVE REQ-TOLERANCIA(R-ATUAL) TO TOLERANCIA
           MOVE REQ-JANELA(R-ATUAL) TO JANELA-DIAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               IF FLAG-CONSUMIDO(I) = "N"
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   ADD 1 TO QTDE-ITENS-RESIDUO
                   PERFORM GRAVAR-RESIDUO
               END-IF
           END-PERFORM

           IF ENCONTROU = "N"
               DISPLAY "NENHUMA OCORRENCIA NA CASCATA DE REGRAS."
           END-IF.

       LOCALIZAR-PROXIMA-REGRA.
           MOVE "N" TO ACHOU-REGRA
           MOVE 0 TO G-ATUAL
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > QTDE-REGRAS
               IF RGR-REQ-INDICE(G) = R-ATUAL
                       AND RGR-SEQ(G) > SEQ-REGRA-ANTERIOR
                   IF G-ATUAL = 0
                       MOVE G TO G-ATUAL
                   ELSE
                       IF RGR-SEQ(G) < RGR-SEQ(G-ATUAL)
                           MOVE G TO G-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF G-ATUAL > 0
               MOVE "S" TO ACHOU-REGRA
               MOVE RGR-SEQ(G-ATUAL) TO SEQ-REGRA-ANTERIOR
           END-IF.

       EXECUTAR-PASSO-CASCATA.
           ACCEPT HORA-INICIO-PASSO FROM TIME
           MOVE RGR-MODO(G-ATUAL) TO MODO-BUSCA
           MOVE RGR-TOLERANCIA(G-ATUAL) TO TOLERANCIA
           MOVE RGR-JANELA(G-ATUAL) TO JANELA-DIAS
           MOVE RGR-ID(G-ATUAL) TO REGRA-ATUAL
           MOVE RGR-SEQ(G-ATUAL) TO SEQ-PASSO-ATUAL
           MOVE QTDE-PARES-ACHADOS TO PARES-ANTES-PASSO
           MOVE 0 TO VALOR-CASADO-PASSO
           PERFORM EMITIR-CABECALHO-PASSO
           PERFORM LIMPAR-LOOKUP
           IF MODO-TRES-NUMEROS
               PERFORM PASSO-TRIOS
           ELSE
               IF MODO-TOLERANCIA
                   PERFORM PASSO-PARES-TOLERANCIA
               ELSE
                   PERFORM PASSO-PARES-EXATOS
               END-IF
           END-IF
           COMPUTE RGR-QTDE-ACHADOS(G-ATUAL) =
               QTDE-PARES-ACHADOS - PARES-ANTES-PASSO
           MOVE VALOR-CASADO-PASSO TO RGR-VALOR-CASADO(G-ATUAL)
           PERFORM GRAVAR-ESTATISTICA-REGRA.

       EMITIR-CABECALHO-PASSO.
           MOVE SPACES TO LINHA-RELATORIO
           IF MODO-TRES-NUMEROS
               STRING "PASSO " DELIMITED BY SIZE
                      RGR-SEQ(G-ATUAL) DELIMITED BY SIZE
                      " - REGRA " DELIMITED BY SIZE
                      REGRA-ATUAL DELIMITED BY SIZE
                      ": TRIO EXATO NA MESMA CONTA"
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               IF MODO-TOLERANCIA
                   MOVE TOLERANCIA TO VALOR-EDITADO-02
                   STRING "PASSO " DELIMITED BY SIZE
                          RGR-SEQ(G-ATUAL) DELIMITED BY SIZE
                          " - REGRA " DELIMITED BY SIZE
                          REGRA-ATUAL DELIMITED BY SIZE
                          ": PAR COM TOLERANCIA " DELIMITED BY SIZE
                          VALOR-EDITADO-02 DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               ELSE
                   STRING "PASSO " DELIMITED BY SIZE
                          RGR-SEQ(G-ATUAL) DELIMITED BY SIZE
                          " - REGRA " DELIMITED BY SIZE
                          REGRA-ATUAL DELIMITED BY SIZE
                          ": PAR EXATO NA MESMA CONTA"
                          DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               END-IF
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           IF JANELA-DIAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   JANELA MAXIMA ENTRE DATAS VALOR: "
                      DELIMITED BY SIZE
                      JANELA-DIAS DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       PASSO-PARES-EXATOS.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > QTDE-REGS
               MOVE ORDEM-ITEM(O) TO I
               IF FLAG-CONSUMIDO(I) = "N"
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                       AND (CASCATA-BILATERAL = "N"
                         OR LADO-VALOR(I) NOT = SPACE)
                   PERFORM BUSCAR-COMPLEMENTO-UNICO
                   IF FLAG-CONSUMIDO(I) = "N"
                       PERFORM INSERIR-NO-LOOKUP
                   END-IF
               END-IF
           END-PERFORM.

       PASSO-TRIOS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QTDE-REGS
               IF FLAG-CONSUMIDO(K) = "N"
                       AND MOEDA-VALOR(K) = MOEDA-REQUISICAO
                       AND (CASCATA-BILATERAL = "N"
                         OR LADO-VALOR(K) NOT = SPACE)
                   MOVE 0 TO QTDE-TOCADOS
                   COMPUTE TARGET-PARCIAL = TARGET - LISTA-NUMS(K)
                   COMPUTE I = K + 1
                   PERFORM VARYING I FROM I BY 1
                           UNTIL I > QTDE-REGS
                              OR FLAG-CONSUMIDO(K) = "S"
                       IF FLAG-CONSUMIDO(I) = "N"
                               AND CONTA-VALOR(I) = CONTA-VALOR(K)
                               AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                               AND (CASCATA-BILATERAL = "N"
                                 OR LADO-VALOR(I) NOT = SPACE)
                           PERFORM BUSCAR-COMPLEMENTO-TRIO-UNICO
                           IF FLAG-CONSUMIDO(K) = "N"
                               PERFORM INSERIR-NO-LOOKUP
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM LIMPAR-TOCADOS
               END-IF
           END-PERFORM.

       BUSCAR-COMPLEMENTO-TRIO-UNICO.
           COMPUTE COMPLEMENTO = TARGET-PARCIAL - LISTA-NUMS(I)
           MOVE COMPLEMENTO TO VALOR-HASH
           PERFORM CALCULAR-HASH
           MOVE LOOKUP-CABECA(BUCKET-HASH) TO PONTEIRO-CADEIA
           MOVE "N" TO ACHOU-COMPLEMENTO
           PERFORM UNTIL PONTEIRO-CADEIA = 0
                   OR ACHOU-COMPLEMENTO = "S"
               IF LISTA-NUMS(PONTEIRO-CADEIA) = COMPLEMENTO
                       AND FLAG-CONSUMIDO(PONTEIRO-CADEIA) = "N"
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                       AND (CASCATA-BILATERAL = "N"
                         OR LADO-VALOR(PONTEIRO-CADEIA) NOT =
                            LADO-VALOR(I)
                         OR LADO-VALOR(K) NOT = LADO-VALOR(I))
                   PERFORM CONFERIR-JANELA-TRIO
               ELSE
                   MOVE "N" TO DENTRO-JANELA
               END-IF
               IF DENTRO-JANELA = "S"
                   MOVE "S" TO ACHOU-COMPLEMENTO
                   MOVE "S" TO FLAG-CONSUMIDO(PONTEIRO-CADEIA)
                   MOVE "S" TO FLAG-CONSUMIDO(I)
                   MOVE "S" TO FLAG-CONSUMIDO(K)
                   ADD 3 TO QTDE-ITENS-CASADOS
                   PERFORM GRAVAR-TRIO-ENCONTRADO
               ELSE
                   MOVE CADEIA-PROXIMO(PONTEIRO-CADEIA)
                       TO PONTEIRO-CADEIA
               END-IF
           END-PERFORM.

       PASSO-PARES-TOLERANCIA.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > QTDE-REGS
               IF FLAG-CONSUMIDO(I) = "N"
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                       AND (CASCATA-BILATERAL = "N"
                         OR LADO-VALOR(I) NOT = SPACE)
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J >= I OR FLAG-CONSUMIDO(I) = "S"
                       COMPUTE DIFERENCA =
                           LISTA-NUMS(J) + LISTA-NUMS(I) - TARGET
                       IF DIFERENCA NOT > TOLERANCIA
                               AND DIFERENCA NOT < 0 - TOLERANCIA
                               AND FLAG-CONSUMIDO(J) = "N"
                               AND CONTA-VALOR(J) = CONTA-VALOR(I)
                               AND MOEDA-VALOR(J) = MOEDA-REQUISICAO
                               AND (CASCATA-BILATERAL = "N"
                                 OR (LADO-VALOR(J) NOT = SPACE
                                 AND LADO-VALOR(J) NOT = LADO-VALOR(I)))
                           MOVE J TO PONTEIRO-CADEIA
                           PERFORM CONFERIR-JANELA-PAR
                           IF DENTRO-JANELA = "S"
                               MOVE "S" TO FLAG-CONSUMIDO(J)
                               MOVE "S" TO FLAG-CONSUMIDO(I)
                               ADD 2 TO QTDE-ITENS-CASADOS
                               PERFORM GRAVAR-PAR-ENCONTRADO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       EMITIR-RESIDUO-DO-LADO.
           MOVE LADO-EMISSAO TO LADO-CODIGO
           PERFORM DESCREVER-LADO
           IF LADO-EMISSAO = "B"
               MOVE QTDE-RES-LADO-BANCO TO QTDE-LADO-EMISSAO
               MOVE SOMA-RES-LADO-BANCO TO SOMA-LADO-EMISSAO
           ELSE
               IF LADO-EMISSAO = "C"
                   MOVE QTDE-RES-LADO-CONTAB TO QTDE-LADO-EMISSAO
                   MOVE SOMA-RES-LADO-CONTAB TO SOMA-LADO-EMISSAO
               ELSE
                   MOVE QTDE-RES-SEM-LADO TO QTDE-LADO-EMISSAO
                   MOVE SOMA-RES-SEM-LADO TO SOMA-LADO-EMISSAO
               END-IF
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE SOMA-LADO-EMISSAO TO SOMA-EDITADA-01
           STRING "RESIDUO DO LADO " DELIMITED BY SIZE
                  LADO-TEXTO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  QTDE-LADO-EMISSAO DELIMITED BY SIZE
                  " ITENS  VALOR: " DELIMITED BY SIZE
                  SOMA-EDITADA-01 DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QTDE-REGS
               IF FLAG-CONSUMIDO(I) = "N"
                       AND LADO-VALOR(I) = LADO-EMISSAO
                       AND MOEDA-VALOR(I) = MOEDA-REQUISICAO
                   COMPUTE IDX-01-NUM = I - 1
                   MOVE IDX-01-NUM TO INDICE-01
                   MOVE LISTA-NUMS(I) TO VALOR-EDITADO-01
                   MOVE CONTA-VALOR(I) TO CONTA-PESQUISA
                   PERFORM OBTER-DESCRICAO-CONTA
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  [" DELIMITED BY SIZE
                          INDICE-01 DELIMITED BY SIZE
                          "] = " DELIMITED BY SIZE
                          VALOR-EDITADO-01 DELIMITED BY SIZE
                          " CONTA " DELIMITED BY SIZE
                          CONTA-VALOR(I) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DESCRICAO-CONTA DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-PERFORM.

       DESCREVER-LADO.
           IF LADO-CODIGO = "B"
               MOVE "BANCO" TO LADO-TEXTO
           ELSE
               IF LADO-CODIGO = "C"
                   MOVE "CONTABIL" TO LADO-TEXTO
               ELSE
                   MOVE "SEM LADO" TO LADO-TEXTO
               END-IF
           END-IF.

       EMITIR-LINHA-LADOS.
           IF SAIDA-LADO-01 NOT = SPACE OR SAIDA-LADO-02 NOT = SPACE
                   OR SAIDA-LADO-03 NOT = SPACE
               MOVE SAIDA-LADO-01 TO LADO-CODIGO
               PERFORM DESCREVER-LADO
               MOVE LADO-TEXTO TO LADO-TEXTO-01
               MOVE SAIDA-LADO-02 TO LADO-CODIGO
               PERFORM DESCREVER-LADO
               MOVE LADO-TEXTO TO LADO-TEXTO-02
               MOVE SAIDA-LADO-03 TO LADO-CODIGO
               PERFORM DESCREVER-LADO
               MOVE LADO-TEXTO TO LADO-TEXTO-03
               MOVE SPACES TO LINHA-RELATORIO
               IF CONS-TIPO = "3"
                   STRING "    LADOS: [" DELIMITED BY SIZE
                          INDICE-01 DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          LADO-TEXTO-01 DELIMITED BY SIZE
                          "  [" DELIMITED BY SIZE
                          INDICE-02 DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          LADO-TEXTO-02 DELIMITED BY SIZE
                          "  [" DELIMITED BY SIZE
                          INDICE-03 DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          LADO-TEXTO-03 DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               ELSE
                   STRING "    LADOS: [" DELIMITED BY SIZE
                          INDICE-01 DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          LADO-TEXTO-01 DELIMITED BY SIZE
                          "  [" DELIMITED BY SIZE
                          INDICE-02 DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          LADO-TEXTO-02 DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   END-STRING
               END-IF
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

       EMITIR-LINHA-DATAS-VALOR.
           MOVE SAIDA-DIAS-INTERVALO TO DIAS-INTERVALO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           IF CONS-TIPO = "3"
               STRING "    DATAS VALOR: [" DELIMITED BY SIZE
                      INDICE-01 DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      SAIDA-DATA-VALOR-01 DELIMITED BY SIZE
                      "  [" DELIMITED BY SIZE
                      INDICE-02 DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      SAIDA-DATA-VALOR-02 DELIMITED BY SIZE
                      "  [" DELIMITED BY SIZE
                      INDICE-03 DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      SAIDA-DATA-VALOR-03 DELIMITED BY SIZE
                      "  INTERVALO: " DELIMITED BY SIZE
                      DIAS-INTERVALO-EDITADO DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "    DATAS VALOR: [" DELIMITED BY SIZE
                      INDICE-01 DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      SAIDA-DATA-VALOR-01 DELIMITED BY SIZE
                      "  [" DELIMITED BY SIZE
                      INDICE-02 DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      SAIDA-DATA-VALOR-02 DELIMITED BY SIZE
                      "  INTERVALO: " DELIMITED BY SIZE
                      DIAS-INTERVALO-EDITADO DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO.

       GRAVAR-RESIDUO.
           MOVE REQ-ID(R-ATUAL) TO RES-REQ-ID
           COMPUTE RES-INDICE = I - 1
           MOVE CONTA-VALOR(I) TO RES-CONTA
           MOVE DATA-ORIGEM-VALOR(I) TO RES-DATA-ORIGEM
           MOVE IDADE-VALOR(I) TO RES-IDADE
           MOVE LADO-VALOR(I) TO RES-LADO
           MOVE MOEDA-VALOR(I) TO RES-MOEDA
           MOVE DATA-VALOR-ITEM(I) TO RES-DATA-VALOR
           IF LADO-VALOR(I) = "B"
               ADD 1 TO QTDE-RES-LADO-BANCO
               ADD LISTA-NUMS(I) TO SOMA-RES-LADO-BANCO
           ELSE
               IF LADO-VALOR(I) = "C"
                   ADD 1 TO QTDE-RES-LADO-CONTAB
                   ADD LISTA-NUMS(I) TO SOMA-RES-LADO-CONTAB
               ELSE
                   ADD 1 TO QTDE-RES-SEM-LADO
                   ADD LISTA-NUMS(I) TO SOMA-RES-SEM-LADO
               END-IF
           END-IF
           IF IDADE-VALOR(I) <= 2
               ADD 1 TO QTDE-RES-IDADE-0A2
           ELSE
               IF LISTA-NUMS(PONTEIRO-CADEIA) = COMPLEMENTO
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                   PERFORM CONFERIR-JANELA-PAR
                   IF DENTRO-JANELA = "S"
                       PERFORM GRAVAR-PAR-ENCONTRADO
                   END-IF
               END-IF
               MOVE CADEIA-PROXIMO(PONTEIRO-CADEIA)
                   TO PONTEIRO-CADEIA
           MOVE "S" TO ENCONTROU
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(I) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(I) TO MOE-SOMA(M-ATUAL)
           MOVE PONTEIRO-CADEIA TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE I TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE IDX-01-NUM TO INDICE-01
           MOVE IDX-02-NUM TO INDICE-02
           DISPLAY "PAR GRAVADO ANTES DA RETOMADA REINCORPORADO"
           MOVE "S" TO ENCONTROU
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(I) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(I) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(K) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(K) TO MOE-SOMA(M-ATUAL)
           MOVE PONTEIRO-CADEIA TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE I TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE K TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE IDX-01-NUM TO INDICE-01
           MOVE IDX-02-NUM TO INDICE-02
           MOVE IDX-03-NUM TO INDICE-03
           MOVE 0 TO SAIDA-VALOR-03
           MOVE DIFERENCA TO SAIDA-DIFERENCA
           MOVE CONTA-VALOR(I) TO SAIDA-CONTA
           MOVE LADO-VALOR(PONTEIRO-CADEIA) TO SAIDA-LADO-01
           MOVE LADO-VALOR(I) TO SAIDA-LADO-02
           MOVE SPACE TO SAIDA-LADO-03
           MOVE MOEDA-REQUISICAO TO SAIDA-MOEDA
           MOVE DATA-VALOR-ITEM(PONTEIRO-CADEIA)
               TO SAIDA-DATA-VALOR-01
           MOVE DATA-VALOR-ITEM(I) TO SAIDA-DATA-VALOR-02
           MOVE 0 TO SAIDA-DATA-VALOR-03
           MOVE DIAS-INTERVALO TO SAIDA-DIAS-INTERVALO
           MOVE MODO-BUSCA TO SAIDA-MODO
           MOVE REGRA-ATUAL TO SAIDA-REGRA
           MOVE DATA-MOVIMENTO TO SAIDA-DATA-MOV-ORIGEM
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(I) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(I) TO MOE-SOMA(M-ATUAL)
           MOVE PONTEIRO-CADEIA TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE I TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-SAIDA
           IF HISTORICO-DUPLICADO = "N"
           MOVE "N" TO AUD-PAR-DUPLICADA
           MOVE ORIGEM-PAR TO AUD-PAR-ORIGEM
           MOVE CONTA-VALOR(I) TO AUD-PAR-CONTA
           MOVE MOEDA-REQUISICAO TO AUD-PAR-MOEDA
           MOVE REGRA-ATUAL TO AUD-PAR-REGRA
           WRITE REG-AUDITORIA
           PERFORM TESTAR-GRAVACAO-AUDITORIA

           MOVE CONTA-VALOR(I) TO CONTA-PESQUISA
           PERFORM OBTER-DESCRICAO-CONTA
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LISTA-NUMS(PONTEIRO-CADEIA) TO VALOR-EDITADO-01
           MOVE LISTA-NUMS(I) TO VALOR-EDITADO-02
                      VALOR-EDITADO-03              DELIMITED BY SIZE
                      " CONTA "                     DELIMITED BY SIZE
                      CONTA-VALOR(I)                DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      DESCRICAO-CONTA               DELIMITED BY SIZE
                      ORIGEM-TEXTO                  DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
                      "]"                           DELIMITED BY SIZE
                      " CONTA "                     DELIMITED BY SIZE
                      CONTA-VALOR(I)                DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      DESCRICAO-CONTA               DELIMITED BY SIZE
                      ORIGEM-TEXTO                  DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM EMITIR-LINHA-LADOS
           PERFORM EMITIR-LINHA-DATAS-VALOR.

       PROCESSAR-TRIOS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QTDE-REGS
               IF MOEDA-VALOR(K) = MOEDA-REQUISICAO
                   MOVE 0 TO QTDE-TOCADOS
                   COMPUTE TARGET-PARCIAL = TARGET - LISTA-NUMS(K)
                   COMPUTE I = K + 1
                   PERFORM VARYING I FROM I BY 1 UNTIL I > QTDE-REGS
                       IF MOEDA-VALOR(I) = MOEDA-REQUISICAO
                           PERFORM BUSCAR-COMPLEMENTO-TRIO
                           PERFORM INSERIR-NO-LOOKUP
                       END-IF
                   END-PERFORM
                   PERFORM LIMPAR-TOCADOS
               END-IF
           END-PERFORM

           IF ENCONTROU = "N"
                       AND CONTA-VALOR(PONTEIRO-CADEIA) =
                           CONTA-VALOR(I)
                       AND CONTA-VALOR(K) = CONTA-VALOR(I)
                   PERFORM CONFERIR-JANELA-TRIO
                   IF DENTRO-JANELA = "S"
                       PERFORM GRAVAR-TRIO-ENCONTRADO
                   END-IF
               END-IF
               MOVE CADEIA-PROXIMO(PONTEIRO-CADEIA)
                   TO PONTEIRO-CADEIA
           MOVE LISTA-NUMS(K) TO SAIDA-VALOR-03
           MOVE 0 TO SAIDA-DIFERENCA
           MOVE CONTA-VALOR(I) TO SAIDA-CONTA
           MOVE LADO-VALOR(PONTEIRO-CADEIA) TO SAIDA-LADO-01
           MOVE LADO-VALOR(I) TO SAIDA-LADO-02
           MOVE LADO-VALOR(K) TO SAIDA-LADO-03
           MOVE MOEDA-REQUISICAO TO SAIDA-MOEDA
           MOVE DATA-VALOR-ITEM(PONTEIRO-CADEIA)
               TO SAIDA-DATA-VALOR-01
           MOVE DATA-VALOR-ITEM(I) TO SAIDA-DATA-VALOR-02
           MOVE DATA-VALOR-ITEM(K) TO SAIDA-DATA-VALOR-03
           MOVE DIAS-INTERVALO TO SAIDA-DIAS-INTERVALO
           MOVE MODO-BUSCA TO SAIDA-MODO
           MOVE REGRA-ATUAL TO SAIDA-REGRA
           MOVE DATA-MOVIMENTO TO SAIDA-DATA-MOV-ORIGEM
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(I) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(PONTEIRO-CADEIA) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(I) TO MOE-SOMA(M-ATUAL)
           ADD LISTA-NUMS(K) TO SOMA-VALORES-SAIDA
           ADD LISTA-NUMS(K) TO MOE-SOMA(M-ATUAL)
           MOVE PONTEIRO-CADEIA TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE I TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           MOVE K TO ITEM-SOMA
           PERFORM SOMAR-VALOR-CASADO
           WRITE REG-SAIDA
           PERFORM TESTAR-GRAVACAO-SAIDA
           IF HISTORICO-DUPLICADO = "N"
           MOVE "N" TO AUD-PAR-DUPLICADA
           MOVE ORIGEM-PAR TO AUD-PAR-ORIGEM
           MOVE CONTA-VALOR(I) TO AUD-PAR-CONTA
           MOVE MOEDA-REQUISICAO TO AUD-PAR-MOEDA
           MOVE REGRA-ATUAL TO AUD-PAR-REGRA
           WRITE REG-AUDITORIA
           PERFORM TESTAR-GRAVACAO-AUDITORIA

           MOVE CONTA-VALOR(I) TO CONTA-PESQUISA
           PERFORM OBTER-DESCRICAO-CONTA
           MOVE SPACES TO LINHA-RELATORIO
           MOVE LISTA-NUMS(PONTEIRO-CADEIA) TO VALOR-EDITADO-01
           MOVE LISTA-NUMS(I) TO VALOR-EDITADO-02
                  "]"                            DELIMITED BY SIZE
                  " CONTA "                      DELIMITED BY SIZE
                  CONTA-VALOR(I)                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  DESCRICAO-CONTA                DELIMITED BY SIZE
                  ORIGEM-TEXTO                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO
           END-STRING
           PERFORM GRAVAR-LINHA-RELATORIO
           PERFORM EMITIR-LINHA-LADOS
           PERFORM EMITIR-LINHA-DATAS-VALOR.

       SOMAR-VALOR-CASADO.
           IF LISTA-NUMS(ITEM-SOMA) < 0
               SUBTRACT LISTA-NUMS(ITEM-SOMA) FROM VALOR-CASADO-PASSO
           ELSE
               ADD LISTA-NUMS(ITEM-SOMA) TO VALOR-CASADO-PASSO
           END-IF.

       DEFINIR-ORIGEM-PAR.
           MOVE "E" TO ORIGEM-PAR
           MOVE IDX-03-NUM TO CONS-INDICE-03
           MOVE CONTA-VALOR(I) TO CONS-CONTA
           MOVE "N" TO HISTORICO-DUPLICADO
           MOVE "N" TO HISTORICO-ESTORNADO
           MOVE 0 TO DATA-PRIMEIRO-REPORTE
           MOVE 0 TO HORA-PRIMEIRO-REPORTE
           MOVE SPACES TO JOB-PRIMEIRO-REPORTE
               INVALID KEY
                   MOVE "N" TO HISTORICO-DUPLICADO
               NOT INVALID KEY
                   IF HIST-ESTORNADO
                       MOVE "S" TO HISTORICO-ESTORNADO
                   ELSE
                       MOVE "S" TO HISTORICO-DUPLICADO
                       MOVE HIST-DATA TO DATA-PRIMEIRO-REPORTE
                       MOVE HIST-HORA TO HORA-PRIMEIRO-REPORTE
                       MOVE HIST-JOB-ID TO JOB-PRIMEIRO-REPORTE
                       MOVE HIST-REQ-ID TO REQ-PRIMEIRO-REPORTE
                   END-IF
           END-READ.

       GRAVAR-HISTORICO.
           MOVE SAIDA-VALOR-02 TO HIST-VALOR-02
           MOVE SAIDA-VALOR-03 TO HIST-VALOR-03
           MOVE DIFERENCA TO HIST-DIFERENCA
           MOVE SAIDA-LADO-01 TO HIST-LADO-01
           MOVE SAIDA-LADO-02 TO HIST-LADO-02
           MOVE SAIDA-LADO-03 TO HIST-LADO-03
           MOVE "A" TO HIST-SITUACAO
           MOVE 0 TO HIST-DATA-ESTORNO
           MOVE SPACES TO HIST-OPER-ESTORNO
           MOVE SPACES TO HIST-MOTIVO-ESTORNO
           MOVE DATA-ORIGEM-VALOR(PONTEIRO-CADEIA)
               TO HIST-DATA-ORIGEM-01
           MOVE DATA-ORIGEM-VALOR(I) TO HIST-DATA-ORIGEM-02
           IF CONS-TIPO = "3"
               MOVE DATA-ORIGEM-VALOR(K) TO HIST-DATA-ORIGEM-03
           ELSE
               MOVE 0 TO HIST-DATA-ORIGEM-03
           END-IF
           MOVE MOEDA-REQUISICAO TO HIST-MOEDA
           MOVE SAIDA-DATA-VALOR-01 TO HIST-DATA-VALOR-01
           MOVE SAIDA-DATA-VALOR-02 TO HIST-DATA-VALOR-02
           MOVE SAIDA-DATA-VALOR-03 TO HIST-DATA-VALOR-03
           MOVE SAIDA-DIAS-INTERVALO TO HIST-DIAS-INTERVALO
           MOVE REGRA-ATUAL TO HIST-REGRA
           MOVE MODO-BUSCA TO HIST-MODO
           MOVE DATA-MOVIMENTO TO HIST-DATA-MOV
           IF HISTORICO-ESTORNADO = "S"
               REWRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY "CHAVE DE HISTORICO ESTORNADA NAO"
                           " LOCALIZADA - REGISTRO NAO REGRAVADO."
                   NOT INVALID KEY
                       PERFORM TESTAR-GRAVACAO-HISTORICO
               END-REWRITE
           ELSE
               WRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY "CHAVE DE HISTORICO JA EXISTENTE -"
                           " REGISTRO NAO REGRAVADO."
                   NOT INVALID KEY
                       PERFORM TESTAR-GRAVACAO-HISTORICO
               END-WRITE
           END-IF.

       GRAVAR-DUPLICADO.
           ADD 1 TO QTDE-DUPLICADOS
           MOVE "S" TO AUD-PAR-DUPLICADA
           MOVE ORIGEM-PAR TO AUD-PAR-ORIGEM
           MOVE CONTA-VALOR(I) TO AUD-PAR-CONTA
           MOVE MOEDA-REQUISICAO TO AUD-PAR-MOEDA
           MOVE REGRA-ATUAL TO AUD-PAR-REGRA
           WRITE REG-AUDITORIA
           PERFORM TESTAR-GRAVACAO-AUDITORIA

           PERFORM CALCULAR-HASH
           MOVE LOOKUP-CABECA(BUCKET-HASH) TO CADEIA-PROXIMO(I)
           MOVE I TO LOOKUP-CABECA(BUCKET-HASH)
           IF MODO-TRES-NUMEROS OR MODO-BILATERAL
               ADD 1 TO QTDE-TOCADOS
               MOVE BUCKET-HASH TO BUCKET-TOCADO(QTDE-TOCADOS)
           END-IF.
           MOVE TOTAL-PARES-EXECUCAO TO RESTART-TOTAL-PARES
           MOVE SOMA-VALORES-SAIDA TO RESTART-SOMA-SAIDA
           PERFORM IDENTIFICAR-RESTART
           PERFORM GUARDAR-MOEDAS-RESTART
           WRITE REG-RESTART
           PERFORM TESTAR-GRAVACAO-RESTART
           CLOSE ARQ-RESTART.
           MOVE TOTAL-PARES-EXECUCAO TO RESTART-TOTAL-PARES
           MOVE SOMA-VALORES-SAIDA TO RESTART-SOMA-SAIDA
           PERFORM IDENTIFICAR-RESTART
           PERFORM GUARDAR-MOEDAS-RESTART
           WRITE REG-RESTART
           PERFORM TESTAR-GRAVACAO-RESTART
           CLOSE ARQ-RESTART.
           END-IF
           PERFORM GRAVAR-LINHA-RELATORIO

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > QTDE-MOEDAS
               MOVE MOE-SOMA(M) TO SOMA-EDITADA-01
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAL NA MOEDA " DELIMITED BY SIZE
                      MOE-CODIGO(M) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      MOE-QTDE-PARES(M) DELIMITED BY SIZE
                      " OCORRENCIAS  SOMA " DELIMITED BY SIZE
                      SOMA-EDITADA-01 DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM

           IF QTDE-MOEDA-DIVERGENTE > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "VALORES EM MOEDA SEM REQUISICAO (SUSPENSO): "
                      DELIMITED BY SIZE
                      QTDE-MOEDA-DIVERGENTE DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF

           IF QTDE-DUPLICADOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAL DE MATCHES SUPRIMIDOS POR DUPLICIDADE: "
