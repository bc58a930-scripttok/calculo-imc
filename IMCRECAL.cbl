       PROGRAM-ID. IMCRECAL.
       AUTHOR RAFAEL.

      * Fechamento do ciclo de follow-up: confere os recalls abertos
      * no arquivo RECALL - abertos pelas cartas de encaminhamento do
      * IMCSTEP e pelos alertas de faixa critica do IMCTREND - contra
      * a ultima pesagem postada de cada paciente, lida direto no
      * resumo por paciente (ULTPES). Recall de paciente que voltou a
      * pesar e fechado com a data de retorno; os que passaram da data
      * limite saem na
      * lista de cobranca (RECALREL) com nome do mestre, unidade,
      * categoria e dias de atraso, para a coordenacao ligar. O
      * arquivo regravado sai em RECALNEW e o step seguinte copia por
      * cima do vivo, como na poda do historico.
      *
      * Os recalls sao classificados por SORT interno na chave
      * PATIENT_ID (a lista de cobranca sai em ordem de paciente) e a
      * ultima pesagem e o nome do paciente vem por leitura direta dos
      * KSDS ULTPES e PACIDX - o historico nao e mais varrido.
      *
      * A data do movimento casado vem da DD RECPARM (AAAAMMDD);
      * DUMMY ou vazia usa a data de hoje. Num dia de processamento
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECALL.

           SELECT ULTPES-FILE ASSIGN TO ULTPES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UP-PATIENT-ID
               FILE STATUS IS WS-FS-ULTPES.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCL-ORDENADO.

           SELECT RCL-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout de recall gravado por GRAVAR-RECALL no IMC.cbl.
       FD  RECALL-FILE.
       01  RECALL-RECORD           PIC X(55).

      * Mesmo layout mantido por ATUALIZAR-ULTIMA-PESAGEM no IMC.cbl
      * - so a chave (pos 01-06) e a data da ultima pesagem (pos
      * 08-15, AAAAMMDD) interessam aqui.
       FD  ULTPES-FILE.
       01  ULTPES-RECORD.
           05 UP-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 UP-DATA              PIC 9(8).
           05 FILLER               PIC X(170).

      * Mesmo layout do indice de pacientes carregado pelo IMCPACLD.
       FD  PACMST-FILE.
           05 RO-SEQ               PIC 9(7).
           05 RO-REG               PIC X(55).

       SD  RCL-SORT-FILE.
       01  RCL-SORT-RECORD.
           05 RS-ID                PIC X(6).
           05 RS-SEQ               PIC 9(7).
           05 RS-REG               PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-ULTPES            PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-PARAMETRO        PIC XX VALUE "00".
       01  WS-FS-RECALL-NOVO       PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-RCL-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-RCL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RCL           VALUE "Y".
       01  WS-EOF-RORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-RORD          VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-DIA-HOJE             PIC 9(7).

      * Data do movimento (RECPARM ou hoje), em AAAAMMDD e no formato
      * dd/mm/aaaa dos cabecalhos.
       01  WS-PARM-BRUTO           PIC X(8).
       01  WS-DATA-NEGOCIO.
           05 WS-NEG-AAAA          PIC 9(4).
                                   PIC 9(8).
       01  WS-DIA-CONVERTIDO       PIC 9(7).

      * Ultima pesagem do paciente do recall, lida no ULTPES.
       01  WS-ULT-DATA.
           05 WS-ULT-AAAA          PIC 9(4).
           05 WS-ULT-MM            PIC 9(2).
           05 WS-ULT-DD            PIC 9(2).
       01  WS-ULT-DATA-NUM REDEFINES WS-ULT-DATA
                                   PIC 9(8).
       01  WS-ULT-DIA              PIC 9(7).
       01  WS-ULT-DATA-EXIB        PIC X(10).

       01  WS-RETORNO-VALIDO       PIC X VALUE "N".
       01  WS-SEQ-RECALL           PIC 9(7) VALUE ZERO.
       01  WS-DIAS-ATRASO          PIC 9(5).
       01  WS-DIAS-ATRASO-EDIT     PIC ZZZZ9.
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-CONT-FECHADOS        PIC 9(6) VALUE ZERO.
       01  WS-CONT-VENCIDOS        PIC 9(6) VALUE ZERO.
       01  WS-CONT-REGRAVADOS      PIC 9(6) VALUE ZERO.
       01  WS-CONT-SEM-PESAGEM     PIC 9(6) VALUE ZERO.
       01  WS-CONT-EDIT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
               ON ASCENDING KEY RS-ID RS-SEQ
               INPUT PROCEDURE IS CARREGAR-RECALLS
               GIVING RCL-ORDENADO-FILE.
           PERFORM ABRIR-SAIDAS.
           PERFORM CASAR-RECALLS.
           PERFORM FINALIZAR.
               STOP RUN
           END-IF.

           OPEN INPUT ULTPES-FILE.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTPES - "
                   "status " WS-FS-ULTPES
               CLOSE PACMST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Le o AAAAMMDD da DD RECPARM; DUMMY, vazia ou invalida cai na
      * data de hoje (anotado no relatorio), como o MESPARM do IMCMES.
       DEFINIR-DATA-MOVIMENTO.
                   DISPLAY "ERRO: nao foi possivel abrir DD RECALL "
                       "- status " WS-FS-RECALL
                   CLOSE PACMST-FILE
                   CLOSE ULTPES-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
                   END-IF
           END-READ.

       ABRIR-SAIDAS.
           OPEN OUTPUT RECALL-NOVO-FILE.
           IF WS-FS-RECALL-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RECALNEW - "
                   "status " WS-FS-RECALL-NOVO
               CLOSE PACMST-FILE
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "ERRO: nao foi possivel abrir DD RECALREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PACMST-FILE
               CLOSE ULTPES-FILE
               CLOSE RECALL-NOVO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Para cada recall aberto, a ultima pesagem postada do paciente
      * no ULTPES: se e de dia ESTRITAMENTE posterior ao da carta (e
      * nao posterior ao movimento), o paciente voltou e todos os
      * recalls abertos dele fecham com essa data de retorno. O teste
      * do dia da carta importa: o RECALSTP roda no mesmo IMCBATCH que
      * gerou as cartas do dia, e a propria pesagem que disparou a
      * carta e a ultima do ULTPES na data - sem ele, todo recall
      * morreria no dia em que nasce e a lista de cobranca ficaria
      * vazia para sempre. Como vale a ultima pesagem e nao so a do
      * dia, o retorno num dia em que o RECALSTP nao rodou tambem
      * fecha o recall. Sem retorno e com data limite vencida, vai
      * para a lista de cobranca. Todo registro e regravado -
      * fechados ficam como historico do ciclo.
       CASAR-RECALLS.
           OPEN INPUT RCL-ORDENADO-FILE.
           IF WS-FS-RCL-ORDENADO NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-RCL-ORDENADO.
           PERFORM PROCESSAR-UM-RECALL UNTIL WS-EOF-RORD.
           CLOSE RCL-ORDENADO-FILE.

       LER-RCL-ORDENADO.
           READ RCL-ORDENADO-FILE
               AT END SET WS-EOF-RORD TO TRUE
           END-READ.

      * So recall aberto e conferido; fechado (F) e cancelado pelo
      * IMCCORR (C) sao copiados como estao.
       PROCESSAR-UM-RECALL.
           MOVE RO-REG TO WS-RCL-REG.
           IF WR-STATUS = "A"
               ADD 1 TO WS-CONT-ABERTOS
               MOVE "N" TO WS-RETORNO-VALIDO
               PERFORM LER-ULTIMA-PESAGEM
               IF WS-ULT-DIA > ZERO
                   AND WS-ULT-DIA NOT > WS-DIA-MOVIMENTO
                   MOVE WR-DATA-CARTA TO WS-DATA-CONV
                   PERFORM CONVERTER-DATA
                   IF WS-DIA-CONVERTIDO > ZERO
                       AND WS-ULT-DIA > WS-DIA-CONVERTIDO
                       MOVE "S" TO WS-RETORNO-VALIDO
                   END-IF
               END-IF
               IF WS-RETORNO-VALIDO = "S"
                   MOVE "F" TO WR-STATUS
                   MOVE WS-ULT-DATA-EXIB TO WR-DATA-RETORNO
                   ADD 1 TO WS-CONT-FECHADOS
               ELSE
                   PERFORM VERIFICAR-VENCIDO
           ADD 1 TO WS-CONT-REGRAVADOS.
           PERFORM LER-RCL-ORDENADO.

      * Paciente ausente do ULTPES (nenhuma pesagem postada) ou com
      * data danificada deixa WS-ULT-DIA = 0 - sem retorno.
       LER-ULTIMA-PESAGEM.
           MOVE ZERO TO WS-ULT-DIA.
           MOVE SPACES TO WS-ULT-DATA-EXIB.
           MOVE WR-PATIENT-ID TO UP-PATIENT-ID.
           READ ULTPES-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-PESAGEM
               NOT INVALID KEY
                   IF UP-DATA IS NUMERIC AND UP-DATA > ZERO
                       MOVE UP-DATA TO WS-ULT-DATA-NUM
                       COMPUTE WS-ULT-DIA =
                           FUNCTION INTEGER-OF-DATE(WS-ULT-DATA-NUM)
                       STRING WS-ULT-DD "/" WS-ULT-MM "/" WS-ULT-AAAA
                           DELIMITED BY SIZE INTO WS-ULT-DATA-EXIB
                   ELSE
                       ADD 1 TO WS-CONT-SEM-PESAGEM
                   END-IF
           END-READ.

       VERIFICAR-VENCIDO.
           MOVE WR-DATA-LIMITE TO WS-DATA-CONV.
           STRING "VENCIDOS PARA COBRANCA.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEM-PESAGEM TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ABERTOS SEM PESAGEM NO ULTPES..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-VENCIDOS = ZERO
           CLOSE RECALL-NOVO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE PACMST-FILE.
           CLOSE ULTPES-FILE.
           IF WS-CONT-LIDOS NOT = WS-CONT-REGRAVADOS
               DISPLAY "ERRO: conferencia do follow-up nao fecha - "
                   "arquivo RECALL NAO deve ser substituido"
