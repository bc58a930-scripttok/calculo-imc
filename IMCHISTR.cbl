      * campos numericos chegam editados (ZZZ.99 / Z.99) e sao
      * convertidos com FUNCTION NUMVAL na leitura.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

      * Mesmo layout de 74 bytes do mestre de pacientes mantido pelo
      * IMCPACAT (SEXO/SITUACAO e as datas de desativacao/eliminacao
      * nao usados aqui).
       FD  PACMST-FILE.
       01  PACMST-RECORD.
           05 PM-PATIENT-ID        PIC X(6).
           05 PM-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 PM-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 PM-DATA-DESATIVACAO  PIC X(10).
           05 FILLER               PIC X(1).
           05 PM-DATA-ELIMINACAO   PIC X(10).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).
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

      * Conversao da data dd/mm/aaaa do historico para numero de dias
      * (FUNCTION INTEGER-OF-DATE), como no IMCTREND - data invalida
       01  WS-CONT-LIDOS-ARC       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SELECIONADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-IGNORADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-PAGINAS         PIC 9(3) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       SELECIONAR-PESAGEM.
           MOVE WS-HT-PATIENT-ID TO WS-PACIENTE-CORRENTE.
           PERFORM LOCALIZAR-SOLICITADO.
      * Linha substituida ou anulada pelo IMCCORR nao e pesagem
      * vigente - a corrigida vem logo depois no historico.
           IF WS-SOL-ACHADO > ZERO
               AND WS-HT-SITUACAO NOT = SPACE
               ADD 1 TO WS-CONT-SUBSTITUIDOS
               MOVE ZERO TO WS-SOL-ACHADO
           END-IF.
           IF WS-SOL-ACHADO > ZERO
               PERFORM CONVERTER-DATA-REGISTRO
               IF WS-DIA-REGISTRO > ZERO
           STRING "IGNORADAS (DATA INVALIDA)......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "SUBSTITUIDAS/ANULADAS IGNORADAS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PAGINAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PACIENTES IMPRESSOS............: " WS-CONT-EDIT
