       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl;
      * registros anteriores ao processamento multi-site nao tem
      * unidade/site (entram em branco). Situacao (pos 86) diferente
      * de branco = linha substituida ou anulada pelo IMCCORR, fora da
      * apuracao.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05 HT-PATIENT-ID        PIC X(6).
           05 HT-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 HT-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 HT-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 HT-EQUIPAMENTO       PIC X(10).
           05 FILLER               PIC X(1).
           05 HT-DATA-EXEC         PIC X(10).
           05 FILLER               PIC X(1).
           05 HT-HORA-EXEC         PIC X(8).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).
       01  WS-CONT-LIDOS           PIC 9(7) VALUE ZERO.
       01  WS-CONT-NO-MES          PIC 9(7) VALUE ZERO.
       01  WS-CONT-IGNORADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-SOMA-IMC-MES         PIC 9(9)V99 VALUE ZERO.
       01  WS-MEDIA-IMC-MES        PIC 9(3)V99.
       01  WS-MEDIA-IMC-EDIT       PIC ZZZ.99.
       PROCESSAR-REGISTRO.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM EXTRAIR-DADOS-REGISTRO.
           IF WS-DIA-REG-VALIDO
               AND WS-REG-AAAAMM-NUM = WS-MES-APURADO-NUM
               AND HT-SITUACAO NOT = SPACE
               ADD 1 TO WS-CONT-SUBSTITUIDOS
               MOVE "N" TO WS-REG-DIA-VALIDO
           END-IF.
           IF WS-DIA-REG-VALIDO
               AND WS-REG-AAAAMM-NUM = WS-MES-APURADO-NUM
               AND WS-CAT-INDICE > ZERO
               DELIMITED BY SIZE INTO RELMES-LINE.
           WRITE RELMES-LINE.

           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELMES-LINE.
           STRING "SUBSTITUIDOS/ANULADOS IGNORADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELMES-LINE.
           WRITE RELMES-LINE.

           MOVE ALL "-" TO RELMES-LINE.
           WRITE RELMES-LINE.
           MOVE "DISTRIBUICAO DE CATEGORIAS (INICIO X FIM DO MES):"
