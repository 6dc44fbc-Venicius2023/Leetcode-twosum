           05 FILLER                PIC X(01).
           05 SUPL-VALOR-RAW        PIC X(10).
           05 SUPL-CONTA-RAW        PIC X(08).
           05 SUPL-LADO-RAW         PIC X(01).
           05 SUPL-MOEDA-RAW        PIC X(03).
           05 SUPL-DATA-VALOR-RAW   PIC X(08).
           05 FILLER                PIC X(10).

       01  REG-SUPLEMENTO-TRL REDEFINES REG-SUPLEMENTO.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(01).
           05 ORIG-VALOR-RAW        PIC X(10).
           05 ORIG-CONTA-RAW        PIC X(08).
           05 ORIG-LADO-RAW         PIC X(01).
           05 ORIG-MOEDA-RAW        PIC X(03).
           05 ORIG-DATA-VALOR-RAW   PIC X(08).
           05 FILLER                PIC X(10).

       01 TABELA-CORRECOES.
           05 QTDE-CORRECOES        PIC 9(03) VALUE 0.
                   TO SUPL-VALOR-RAW
               MOVE SUSP-REG-ORIGINAL TO REG-ORIGINAL-DET
               MOVE ORIG-CONTA-RAW TO SUPL-CONTA-RAW
               MOVE ORIG-LADO-RAW TO SUPL-LADO-RAW
               MOVE ORIG-MOEDA-RAW TO SUPL-MOEDA-RAW
               IF ORIG-DATA-VALOR-RAW IS NUMERIC
                   MOVE ORIG-DATA-VALOR-RAW TO SUPL-DATA-VALOR-RAW
               END-IF
               WRITE REG-SUPLEMENTO
               PERFORM TESTAR-GRAVACAO-SUPLEMENTO
               MOVE VALOR-CONVERTIDO TO VALOR-EDITADO-01
