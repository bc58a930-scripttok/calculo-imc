      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - os
      * campos editados sao reaproveitados como texto, sem reconverter.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

      * Mesmo layout do indice de pacientes carregado pelo IMCPACLD.
       FD  PACMST-FILE.
           05 WS-HT-UNIDADE        PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-HT-SITE           PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-HT-SITUACAO       PIC X(1).
           05 FILLER               PIC X(1).
           05 WS-HT-EQUIPAMENTO    PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HT-DATA-EXEC      PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HT-HORA-EXEC      PIC X(8).

       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-IMC-NUM              PIC 9(3)V99.
       01  WS-CONT-LIDOS-VIVO      PIC 9(7) VALUE ZERO.
       01  WS-CONT-LIDOS-ARC       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SELECIONADOS    PIC 9(6) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(6) VALUE ZERO.
       01  WS-CONT-CARTAS          PIC 9(6) VALUE ZERO.
       01  WS-CONT-CARTAS-EDIT     PIC ZZZZZ9.
       01  WS-CONT-EDIT            PIC Z(6)9.
                   PERFORM SELECIONAR-REGISTRO
           END-READ.

      * Linha substituida ou anulada pelo IMCCORR sai da
      * reimpressao - a corrigida vem logo depois no historico.
       SELECIONAR-REGISTRO.
           IF WS-HT-DATA = WS-DATA-PEDIDA-EXIB
               AND (NOT WS-TEM-FILTRO-UNI
                   OR WS-HT-UNIDADE = WS-UNIDADE-PEDIDA)
               AND WS-HT-SITUACAO NOT = SPACE
               ADD 1 TO WS-CONT-SUBSTITUIDOS
           END-IF.
           IF WS-HT-DATA = WS-DATA-PEDIDA-EXIB
               AND (NOT WS-TEM-FILTRO-UNI
                   OR WS-HT-UNIDADE = WS-UNIDADE-PEDIDA)
               AND WS-HT-SITUACAO = SPACE
               ADD 1 TO WS-CONT-SELECIONADOS
               PERFORM LOCALIZAR-NOME-PACIENTE
               PERFORM GRAVAR-LINHA-RELATORIO
               WS-CONT-SELECIONADOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           WRITE RESUMO-LINE.
           MOVE SPACES TO RESUMO-LINE.
           STRING "SUBSTITUIDAS/ANULADAS IGNORADAS: "
               WS-CONT-SUBSTITUIDOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           WRITE RESUMO-LINE.

           IF WS-CONT-SELECIONADOS > ZERO
               COMPUTE WS-MEDIA-IMC =
