       PROGRAM-ID. IMCTREND.
       AUTHOR RAFAEL.

      * Roda depois do IMCSTEP e le o resumo de pesagens por paciente
      * (ULTPES) comparando a pesagem do dia avaliado (hoje, ou a data
      * do movimento da DD TRENDPRM num dia de processamento
      * retroativo) de cada paciente com as anteriores, gerando o
      * relatorio clinico de alertas (ALERTAS):
      *   - variacao de peso superior a 5% em ate 30 dias;
      *   - piora de categoria (ex.: Sobrepeso para Obesidade Grau I,
      *     ou Sobrepeso pediatrico para Obesidade pediatrica);
      *   - IMC entrando em Magreza grave ou Obesidade Grau III.
      *
      * O IMCSTEP mantem no ULTPES, a cada pesagem postada, as tres
      * pesagens de referencia que a avaliacao usa: a ultima, a ultima
      * de data anterior a ela e a mais antiga dentro da janela de 30
      * dias. Basta uma leitura sequencial do KSDS (um registro por
      * paciente) - o historico inteiro nao e mais reclassificado a
      * cada noite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ULTPES-FILE ASSIGN TO ULTPES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-PATIENT-ID
               FILE STATUS IS WS-FS-ULTPES.

      * Parametro opcional de data do movimento avaliado (AAAAMMDD)
      * - num dia de processamento retroativo do IMCSTEP (DATAPARM)
      * as pesagens carregam a data efetiva, nao a de hoje, e sem o
      * mesmo parametro aqui nenhuma pesagem casaria com o dia e o
      * TRENDSTP sairia mudo. DUMMY ou vazia = hoje.
           SELECT PARAMETRO-FILE ASSIGN TO TRENDPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALRMST.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout mantido por ATUALIZAR-ULTIMA-PESAGEM no IMC.cbl
      * (datas AAAAMMDD; zeros = pesagem anterior/janela inexistente).
       FD  ULTPES-FILE.
       01  ULTPES-RECORD.
           05 UP-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 UP-ULTIMA.
               10 UP-DATA              PIC 9(8).
               10 FILLER               PIC X(1).
               10 UP-PESO              PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 UP-ALTURA            PIC 9V99.
               10 FILLER               PIC X(1).
               10 UP-IMC               PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 UP-CATEGORIA-CODE    PIC X(2).
               10 FILLER               PIC X(1).
               10 UP-CATEGORIA         PIC X(30).
               10 FILLER               PIC X(1).
               10 UP-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 UP-ANTERIOR.
               10 UP-ANT-DATA          PIC 9(8).
               10 FILLER               PIC X(1).
               10 UP-ANT-PESO          PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 UP-ANT-ALTURA        PIC 9V99.
               10 FILLER               PIC X(1).
               10 UP-ANT-IMC           PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 UP-ANT-CATEGORIA-CODE PIC X(2).
               10 FILLER               PIC X(1).
               10 UP-ANT-CATEGORIA     PIC X(30).
               10 FILLER               PIC X(1).
               10 UP-ANT-UNIDADE       PIC X(3).
           05 FILLER               PIC X(1).
           05 UP-JAN-DATA          PIC 9(8).
           05 FILLER               PIC X(1).
           05 UP-JAN-PESO          PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 UP-PRIMEIRA-DATA     PIC 9(8).
           05 FILLER               PIC X(1).
           05 UP-QTD-PESAGENS      PIC 9(6).
           05 FILLER               PIC X(1).
           05 UP-EXECUCAO          PIC X(14).
           05 FILLER               PIC X(1).
           05 UP-SEQ-LIDOS         PIC 9(6).

       FD  ALERTAS-FILE.
       01  ALERTAS-LINE            PIC X(100).

      * Mestre de alertas com status, mantido pelo IMCALRUP:
      *   AL-TIPO VARIACAO/PIORA/CRITICA, AL-SEVERIDADE 1-3,
      *   AL-STATUS A = aberto, F = tratado (disposicao da equipe,
      *   ou ANULACAO/CORRECAO quando o IMCCORR altera a pesagem de
      *   origem), D = duplicado de alerta ainda aberto do mesmo
      *   paciente.
       FD  ALRMST-FILE.
       01  ALRMST-RECORD.
           05 AL-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 AL-DETALHE           PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-FS-ULTPES            PIC XX VALUE "00".
       01  WS-FS-ALERTAS           PIC XX VALUE "00".
       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-RECALL            PIC XX VALUE "00".

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
       01  WS-PARM-ORIGEM          PIC X(30).
       01  WS-DIA-MOVIMENTO        PIC 9(7).

      * Datas AAAAMMDD do ULTPES convertidas para dd/mm/aaaa (linhas
      * do relatorio, mestre de alertas e recall) e para numero de
      * dias (FUNCTION INTEGER-OF-DATE) na janela de 30 dias.
       01  WS-DATA-AAAAMMDD.
           05 WS-NUM-AAAA          PIC X(4).
           05 WS-NUM-MM            PIC X(2).
           05 WS-NUM-DD            PIC X(2).
       01  WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                   PIC 9(8).
       01  WS-DATA-FORMATADA       PIC X(10).
       01  WS-DIA-REGISTRO         PIC 9(7).

       01  WS-CATEGORIA-AVALIADA   PIC X(30).
       01  WS-RANK-REG             PIC 9.

      * Severidade relativa de cada categoria para detectar piora:
      * quanto mais longe do peso adequado, maior o numero - uma
       01  WS-CONT-PAC-HOJE        PIC 9(6) VALUE ZERO.
       01  WS-CONT-ALERTAS         PIC 9(6) VALUE ZERO.

      * Pesagens de referencia do paciente lido do ULTPES: a mais
      * recente (corrente), a mais recente de data anterior a ela, e
      * a mais antiga dentro da janela de variacao - a queda
      * espalhada em varias pesagens semanais nao aparece entre duas
      * pesagens consecutivas, so contra o inicio da janela.
      * Pesagens repetidas no mesmo dia ja chegam resolvidas pelo
      * IMCSTEP (vale a ultima do dia, sem empurrar a anterior -
      * re-pesagem nao e tendencia).
       01  WS-PACIENTE.
           05 WS-PAC-ID            PIC X(6).
           05 WS-PAC-ATU-DATA      PIC X(10).

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM LER-PROXIMO-RESUMO.
           PERFORM AVALIAR-RESUMO UNTIL WS-EOF.
           PERFORM FINALIZAR.
           STOP RUN.


           PERFORM DEFINIR-DATA-MOVIMENTO.

           OPEN INPUT ULTPES-FILE.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTPES - "
                   "status " WS-FS-ULTPES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FS-ALERTAS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ALERTAS - "
                   "status " WS-FS-ALERTAS
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FS-RECALL NOT = "00" AND WS-FS-RECALL NOT = "35"
               DISPLAY "ERRO: nao foi possivel abrir DD RECALL - "
                   "status " WS-FS-RECALL
               CLOSE ULTPES-FILE
               CLOSE ALERTAS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           IF WS-FS-ALRMST NOT = "00" AND WS-FS-ALRMST NOT = "35"
               DISPLAY "ERRO: nao foi possivel abrir DD ALRMST - "
                   "status " WS-FS-ALRMST
               CLOSE ULTPES-FILE
               CLOSE ALERTAS-FILE
               CLOSE RECALL-FILE
               MOVE 16 TO RETURN-CODE
           COMPUTE WS-DIA-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO-NUM).

       LER-PROXIMO-RESUMO.
           READ ULTPES-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * So pacientes cuja pesagem mais recente e da data do movimento
      * avaliado geram alerta - os alertas saem logo apos a pesagem,
      * nao reabrem historico antigo a cada execucao. Registro com
      * data nao numerica e ignorado (contado no rodape).
       AVALIAR-RESUMO.
           ADD 1 TO WS-CONT-REGISTROS.
           IF UP-DATA IS NUMERIC AND UP-PESO IS NUMERIC
               AND UP-IMC IS NUMERIC AND UP-ANT-DATA IS NUMERIC
               AND UP-ANT-PESO IS NUMERIC AND UP-ANT-IMC IS NUMERIC
               AND UP-JAN-DATA IS NUMERIC AND UP-JAN-PESO IS NUMERIC
               IF UP-DATA = WS-DATA-NEGOCIO-NUM
                   PERFORM CARREGAR-PACIENTE
                   PERFORM FECHAR-PACIENTE
               END-IF
           ELSE
               ADD 1 TO WS-CONT-IGNORADOS
           END-IF.
           PERFORM LER-PROXIMO-RESUMO.

       CARREGAR-PACIENTE.
           MOVE UP-PATIENT-ID TO WS-PAC-ID.
           MOVE UP-DATA TO WS-DATA-AAAAMMDD-NUM.
           PERFORM FORMATAR-DATA.
           MOVE WS-DATA-FORMATADA TO WS-PAC-ATU-DATA.
           MOVE WS-DIA-REGISTRO TO WS-PAC-ATU-DIA.
           MOVE UP-PESO TO WS-PAC-ATU-PESO.
           MOVE UP-IMC TO WS-PAC-ATU-IMC.
           MOVE UP-CATEGORIA TO WS-PAC-ATU-CAT.
           MOVE UP-CATEGORIA TO WS-CATEGORIA-AVALIADA.
           PERFORM CLASSIFICAR-SEVERIDADE.
           MOVE WS-RANK-REG TO WS-PAC-ATU-RANK.
           MOVE UP-UNIDADE TO WS-PAC-ATU-UNI.
           MOVE "N" TO WS-PAC-TEM-ANT.
           IF UP-ANT-DATA > ZERO
               MOVE UP-ANT-DATA TO WS-DATA-AAAAMMDD-NUM
               PERFORM FORMATAR-DATA
               MOVE WS-DATA-FORMATADA TO WS-PAC-ANT-DATA
               MOVE WS-DIA-REGISTRO TO WS-PAC-ANT-DIA
               MOVE UP-ANT-PESO TO WS-PAC-ANT-PESO
               MOVE UP-ANT-IMC TO WS-PAC-ANT-IMC
               MOVE UP-ANT-CATEGORIA TO WS-PAC-ANT-CAT
               MOVE UP-ANT-CATEGORIA TO WS-CATEGORIA-AVALIADA
               PERFORM CLASSIFICAR-SEVERIDADE
               MOVE WS-RANK-REG TO WS-PAC-ANT-RANK
               MOVE "S" TO WS-PAC-TEM-ANT
           END-IF.
           MOVE "N" TO WS-PAC-TEM-JAN.
           IF UP-JAN-DATA > ZERO
               MOVE UP-JAN-DATA TO WS-DATA-AAAAMMDD-NUM
               PERFORM FORMATAR-DATA
               IF WS-DIA-MOVIMENTO - WS-DIA-REGISTRO <= WS-JANELA-DIAS
                   MOVE WS-DATA-FORMATADA TO WS-PAC-JAN-DATA
                   MOVE WS-DIA-REGISTRO TO WS-PAC-JAN-DIA
                   MOVE UP-JAN-PESO TO WS-PAC-JAN-PESO
                   MOVE "S" TO WS-PAC-TEM-JAN
               END-IF
           END-IF.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FORMATADA.
           STRING WS-NUM-DD "/" WS-NUM-MM "/" WS-NUM-AAAA
               DELIMITED BY SIZE INTO WS-DATA-FORMATADA.
           COMPUTE WS-DIA-REGISTRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD-NUM).

       CLASSIFICAR-SEVERIDADE.
           EVALUATE WS-CATEGORIA-AVALIADA
               WHEN "Peso normal"
                   MOVE 1 TO WS-RANK-REG
               WHEN "Peso adequado (pediatrico)"
                   MOVE 1 TO WS-RANK-REG
           END-EVALUATE.

       FECHAR-PACIENTE.
           ADD 1 TO WS-CONT-PAC-HOJE.
           IF WS-PAC-TEM-ANT = "S"
               PERFORM AVALIAR-UM-PACIENTE
           END-IF.

       AVALIAR-UM-PACIENTE.
           WRITE ALERTAS-LINE.
           MOVE WS-CONT-REGISTROS TO WS-ALR-CONT-EDIT.
           MOVE SPACES TO ALERTAS-LINE.
           STRING "PACIENTES LIDOS DO ULTPES......: "
               WS-ALR-CONT-EDIT
               DELIMITED BY SIZE INTO ALERTAS-LINE.
           WRITE ALERTAS-LINE.
           MOVE WS-CONT-IGNORADOS TO WS-ALR-CONT-EDIT.
           MOVE SPACES TO ALERTAS-LINE.
           STRING "RESUMOS IGNORADOS (DATA RUIM)..: "
               WS-ALR-CONT-EDIT
               DELIMITED BY SIZE INTO ALERTAS-LINE.
           WRITE ALERTAS-LINE.

       FINALIZAR.
           PERFORM GRAVAR-RODAPE-ALERTAS.
           CLOSE ULTPES-FILE.
           CLOSE ALERTAS-FILE.
           CLOSE RECALL-FILE.
           CLOSE ALRMST-FILE.
