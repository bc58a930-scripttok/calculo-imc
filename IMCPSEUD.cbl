       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - os
      * campos numericos chegam editados e sao convertidos com
      * FUNCTION NUMVAL na leitura. Situacao (pos 86) diferente de
      * branco = linha substituida ou anulada pelo IMCCORR, fora do
      * extrato.
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

      * Mesmo layout do indice de pacientes carregado pelo IMCPACLD.
       FD  PACMST-FILE.

       01  WS-CONT-LIDOS           PIC 9(7) VALUE ZERO.
       01  WS-CONT-IGNORADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-EXTRAIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-PACIENTES       PIC 9(7) VALUE ZERO.
       01  WS-CONT-PSEUD-NOVOS     PIC 9(7) VALUE ZERO.
                   ADD 1 TO WS-CONT-LIDOS
                   MOVE HT-DATA TO WS-DATA-CONV
                   PERFORM CONVERTER-DATA
                   EVALUATE TRUE
                       WHEN HT-SITUACAO NOT = SPACE
                           ADD 1 TO WS-CONT-SUBSTITUIDOS
                       WHEN WS-DIA-CONVERTIDO > ZERO
                           PERFORM SOLTAR-REGISTRO
                       WHEN OTHER
                           ADD 1 TO WS-CONT-IGNORADOS
                   END-EVALUATE
           END-READ.

       SOLTAR-REGISTRO.
           ADD 1 TO WS-SEQ-LEITURA.
           MOVE HT-PATIENT-ID TO CP-PATIENT-ID.
           MOVE WS-DIA-CONVERTIDO TO CP-DIA.
           MOVE WS-SEQ-LEITURA TO CP-SEQ.
           MOVE HT-DATA TO CP-DATA.
           COMPUTE CP-PESO = FUNCTION NUMVAL(HT-PESO).
           COMPUTE CP-ALTURA = FUNCTION NUMVAL(HT-ALTURA).
           COMPUTE CP-IMC = FUNCTION NUMVAL(HT-IMC).
           MOVE HT-CATEGORIA TO CP-CATEGORIA.
           RELEASE CLASSIFICACAO-RECORD.

       CONVERTER-DATA.
           MOVE ZERO TO WS-DIA-CONVERTIDO.
           MOVE WS-CNV-AAAA TO WS-NUM-AAAA.
           STRING "IGNORADOS (DATA INVALIDA)......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "SUBSTITUIDOS/ANULADOS IGNORADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-EXTRAIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "LINHAS EXTRAIDAS...............: " WS-CONT-EDIT
