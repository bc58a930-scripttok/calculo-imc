
      * Reconciliacao das confirmacoes (acks) do EHR contra o arquivo
      * de intercambio: o EHR devolve a cada noite um arquivo de acks
      * chaveado por PATIENT_ID, DATA e ACAO; toda linha do INTERC
      * transmitida na data reconciliada (DATA_EXEC da linha - a
      * inclusao do IMCSTEP, a correcao/anulacao do IMCCORR e a
      * anulacao do IMCESTOR, qualquer que seja a data da pesagem)
      * sem ack, ou com ack de rejeicao, sai no relatorio
      * (EHRRECRE) e e regravada no arquivo de reenvio (EHRRESND), que
      * a transmissao da noite seguinte anexa apos o INTERC do dia -
      * um resultado derrubado no caminho nunca some em silencio.
      *
      * Acks e pendencias (linhas do INTERC da data + reenvios da
      * noite anterior) sao classificados por SORT interno na chave
      * PATIENT_ID/DATA/ACAO e casados numa unica passada co-sequencial
      * pelos arquivos de trabalho ACKORD/PENDORD - o volume de acks
      * e de reenvios deixou de ser limitado por tabela interna.
      * Acks repetidos para a mesma chave valem pelo ultimo do
      *
      * Formato do arquivo de acks (EHRACK), CSV:
      *   linha 1: HDR,dd/mm/aaaa        (data da transmissao coberta)
      *   demais : PATIENT_ID,DATA,STATUS[,MOTIVO[,ACAO]]
      *            STATUS = OK (aceito) ou REJ (rejeitado pelo EHR)
      *            ACAO   = a da linha confirmada (I, C ou A); em
      *                     branco vale I
      * Linha do INTERC gravada antes das colunas DATA_EXEC/HORA_EXEC
      * vale pela DATA da pesagem, e antes da coluna ACAO como "I".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERCAMBIO-FILE.
       01  INTERCAMBIO-LINE        PIC X(163).

       FD  ACK-FILE.
       01  ACK-LINE                PIC X(100).
      * cabecalho - a transmissao anexa estas linhas apos o INTERC do
      * dia, que ja leva o cabecalho proprio.
       FD  REENVIO-FILE.
       01  REENVIO-LINE            PIC X(163).

       FD  RECONCILIA-FILE.
       01  RECONCILIA-LINE         PIC X(100).
       01  ACK-ORDENADO-RECORD.
           05 AO-ID                PIC X(6).
           05 AO-DATA              PIC X(10).
           05 AO-ACAO              PIC X(1).
           05 AO-SEQ               PIC 9(6).
           05 AO-STATUS            PIC X(3).

       01  PEND-ORDENADO-RECORD.
           05 PO-ID                PIC X(6).
           05 PO-DATA              PIC X(10).
           05 PO-ACAO              PIC X(1).
           05 PO-SEQ               PIC 9(6).
           05 PO-ORIGEM            PIC X(1).
           05 PO-LINHA             PIC X(163).

       SD  ACK-SORT-FILE.
       01  ACK-SORT-RECORD.
           05 SA-ID                PIC X(6).
           05 SA-DATA              PIC X(10).
           05 SA-ACAO              PIC X(1).
           05 SA-SEQ               PIC 9(6).
           05 SA-STATUS            PIC X(3).

       01  PEND-SORT-RECORD.
           05 SP-ID                PIC X(6).
           05 SP-DATA              PIC X(10).
           05 SP-ACAO              PIC X(1).
           05 SP-SEQ               PIC 9(6).
           05 SP-ORIGEM            PIC X(1).
           05 SP-LINHA             PIC X(163).

       WORKING-STORAGE SECTION.

       01  WS-DATA-EXIBICAO        PIC X(10).

      * Data da transmissao coberta pelos acks, vinda do header HDR
      * do EHRACK - so as linhas do INTERC gravadas por execucao dessa
      * data entram na reconciliacao (o INTERC acumula o movimento de
      * todos os dias).
       01  WS-DATA-RECONCILIADA    PIC X(10).

       01  WS-ACK-TIPO             PIC X(10).
       01  WS-ACK-ID               PIC X(6).
       01  WS-ACK-DATA             PIC X(10).
       01  WS-ACK-STATUS           PIC X(3).
       01  WS-ACK-MOTIVO           PIC X(40).
       01  WS-ACK-ACAO             PIC X(1).
       01  WS-ACK-SEQ              PIC 9(6) VALUE ZERO.
       01  WS-PEND-SEQ             PIC 9(6) VALUE ZERO.

      * Colunas da linha do INTERC/reenvio (layout do IMC.cbl);
      * WS-INT-DATA-TRANSM e a data de execucao da linha, ou a DATA
      * da pesagem na linha antiga sem ela.
       01  WS-INT-ID               PIC X(6).
       01  WS-INT-NOME             PIC X(30).
       01  WS-INT-DATA             PIC X(10).
       01  WS-INT-HORA             PIC X(8).
       01  WS-INT-PESO             PIC X(6).
       01  WS-INT-ALTURA           PIC X(4).
       01  WS-INT-IDADE            PIC X(2).
       01  WS-INT-SEXO             PIC X(1).
       01  WS-INT-MODO             PIC X(10).
       01  WS-INT-IMC              PIC X(6).
       01  WS-INT-CATEGORIA-CODE   PIC X(2).
       01  WS-INT-CATEGORIA        PIC X(30).
       01  WS-INT-SITE             PIC X(3).
       01  WS-INT-ACAO             PIC X(1).
       01  WS-INT-EQUIPAMENTO      PIC X(10).
       01  WS-INT-DATA-EXEC        PIC X(10).
       01  WS-INT-HORA-EXEC        PIC X(8).
       01  WS-INT-DATA-TRANSM      PIC X(10).
       01  WS-PEND-LINHA           PIC X(163).

      * Chaves da passada co-sequencial; HIGH-VALUES marca o lado
      * esgotado para o outro escoar ate o fim.
       01  WS-ACK-CHAVE.
           05 WS-ACK-CHAVE-ID      PIC X(6).
           05 WS-ACK-CHAVE-DATA    PIC X(10).
           05 WS-ACK-CHAVE-ACAO    PIC X(1).
       01  WS-PEND-CHAVE.
           05 WS-PEND-CHAVE-ID     PIC X(6).
           05 WS-PEND-CHAVE-DATA   PIC X(10).
           05 WS-PEND-CHAVE-ACAO   PIC X(1).
       01  WS-ULT-ACK-CHAVE        PIC X(17).
       01  WS-ULT-ACK-STATUS       PIC X(3).
       01  WS-PEND-ACK-SITUACAO    PIC X VALUE "N".
           88 WS-PEND-TEM-ACK      VALUE "S".
       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT ACK-SORT-FILE
               ON ASCENDING KEY SA-ID SA-DATA SA-ACAO SA-SEQ
               INPUT PROCEDURE IS CARREGAR-ACKS
               GIVING ACK-ORDENADO-FILE.
           SORT PEND-SORT-FILE
               ON ASCENDING KEY SP-ID SP-DATA SP-ACAO SP-SEQ
               INPUT PROCEDURE IS CARREGAR-PENDENCIAS
               GIVING PEND-ORDENADO-FILE.
           PERFORM ABRIR-REENVIO.
               AT END SET WS-EOF-ACK TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-ACK-ID WS-ACK-DATA WS-ACK-STATUS
                       WS-ACK-MOTIVO WS-ACK-ACAO
                   UNSTRING ACK-LINE DELIMITED BY ","
                       INTO WS-ACK-ID WS-ACK-DATA WS-ACK-STATUS
                           WS-ACK-MOTIVO WS-ACK-ACAO
                   IF WS-ACK-ACAO = SPACE
                       MOVE "I" TO WS-ACK-ACAO
                   END-IF
                   IF WS-ACK-ID NOT = SPACES
                       ADD 1 TO WS-ACK-SEQ
                       MOVE WS-ACK-ID TO SA-ID
                       MOVE WS-ACK-DATA TO SA-DATA
                       MOVE WS-ACK-ACAO TO SA-ACAO
                       MOVE WS-ACK-SEQ TO SA-SEQ
                       MOVE WS-ACK-STATUS TO SA-STATUS
                       RELEASE ACK-SORT-RECORD
                   END-IF
           END-READ.

      * Pendencias a conferir: as linhas de detalhe do INTERC
      * transmitidas na data reconciliada (a linha de cabecalho do
      * CSV e as gravadas em outros dias passam direto) e os reenvios
      * da noite anterior. Reenvio transmitido na propria data
      * reconciliada e pulado: a linha original dele ja entra pela
      * passada do INTERC - sem o teste, uma reexecucao do job na
      * mesma noite contaria e regravaria a pendencia em dobro.
       CARREGAR-PENDENCIAS.
           READ INTERCAMBIO-FILE
               AT END SET WS-EOF-INT TO TRUE
               NOT AT END
                   MOVE INTERCAMBIO-LINE TO WS-PEND-LINHA
                   PERFORM DECOMPOR-LINHA
                   IF WS-INT-ID NOT = "PATIEN"
                       AND WS-INT-ID NOT = SPACES
                       AND WS-INT-DATA-TRANSM = WS-DATA-RECONCILIADA
                       ADD 1 TO WS-CONT-INT-DATA
                       ADD 1 TO WS-PEND-SEQ
                       MOVE WS-INT-ID TO SP-ID
                       MOVE WS-INT-DATA TO SP-DATA
                       MOVE WS-INT-ACAO TO SP-ACAO
                       MOVE WS-PEND-SEQ TO SP-SEQ
                       MOVE "I" TO SP-ORIGEM
                       MOVE INTERCAMBIO-LINE TO SP-LINHA
           READ REENVIO-FILE
               AT END SET WS-EOF-RSND TO TRUE
               NOT AT END
                   MOVE REENVIO-LINE TO WS-PEND-LINHA
                   PERFORM DECOMPOR-LINHA
                   IF WS-INT-ID NOT = SPACES
                       AND WS-INT-DATA-TRANSM NOT = WS-DATA-RECONCILIADA
                       ADD 1 TO WS-CONT-RSND-ANT
                       ADD 1 TO WS-PEND-SEQ
                       MOVE WS-INT-ID TO SP-ID
                       MOVE WS-INT-DATA TO SP-DATA
                       MOVE WS-INT-ACAO TO SP-ACAO
                       MOVE WS-PEND-SEQ TO SP-SEQ
                       MOVE "R" TO SP-ORIGEM
                       MOVE REENVIO-LINE TO SP-LINHA
                   END-IF
           END-READ.

      * Separa as colunas da linha em WS-PEND-LINHA; linha antiga
      * sem ACAO vale como inclusao e sem DATA_EXEC pela DATA.
       DECOMPOR-LINHA.
           MOVE SPACES TO WS-INT-ID WS-INT-NOME WS-INT-DATA
               WS-INT-HORA WS-INT-PESO WS-INT-ALTURA WS-INT-IDADE
               WS-INT-SEXO WS-INT-MODO WS-INT-IMC
               WS-INT-CATEGORIA-CODE WS-INT-CATEGORIA WS-INT-SITE
               WS-INT-ACAO WS-INT-EQUIPAMENTO WS-INT-DATA-EXEC
               WS-INT-HORA-EXEC.
           UNSTRING WS-PEND-LINHA DELIMITED BY ","
               INTO WS-INT-ID WS-INT-NOME WS-INT-DATA WS-INT-HORA
                   WS-INT-PESO WS-INT-ALTURA WS-INT-IDADE WS-INT-SEXO
                   WS-INT-MODO WS-INT-IMC WS-INT-CATEGORIA-CODE
                   WS-INT-CATEGORIA WS-INT-SITE WS-INT-ACAO
                   WS-INT-EQUIPAMENTO WS-INT-DATA-EXEC
                   WS-INT-HORA-EXEC.
           IF WS-INT-ACAO = SPACE
               MOVE "I" TO WS-INT-ACAO
           END-IF.
           IF WS-INT-DATA-EXEC = SPACES
               MOVE WS-INT-DATA TO WS-INT-DATA-TRANSM
           ELSE
               MOVE WS-INT-DATA-EXEC TO WS-INT-DATA-TRANSM
           END-IF.

       ABEND-CONTROLE-ACK.
           CLOSE INTERCAMBIO-FILE.
           CLOSE ACK-FILE.
           STOP RUN.

      * Passada co-sequencial: acks e pendencias ordenados pela mesma
      * chave PATIENT_ID/DATA/ACAO; para cada pendencia os acks avancam
      * ate ultrapassar a chave, guardando o ultimo ack de chave
      * igual (acks repetidos valem pelo ultimo). Pendencias
      * repetidas da mesma chave conferem contra o mesmo ack.
               NOT AT END
                   MOVE AO-ID TO WS-ACK-CHAVE-ID
                   MOVE AO-DATA TO WS-ACK-CHAVE-DATA
                   MOVE AO-ACAO TO WS-ACK-CHAVE-ACAO
           END-READ.

       LER-PEND-ORDENADO.
               NOT AT END
                   MOVE PO-ID TO WS-PEND-CHAVE-ID
                   MOVE PO-DATA TO WS-PEND-CHAVE-DATA
                   MOVE PO-ACAO TO WS-PEND-CHAVE-ACAO
           END-READ.

       CASAR-UMA-PENDENCIA.
      * (como veio em PO-LINHA) para o arquivo de reenvio.
       GRAVAR-PENDENCIA.
           MOVE PO-LINHA TO WS-PEND-LINHA.
           PERFORM DECOMPOR-LINHA.
           MOVE SPACES TO RECONCILIA-LINE.
           IF NOT WS-PEND-TEM-ACK
               STRING WS-INT-ID " " WS-INT-DATA " " WS-INT-ACAO
                   " SEM ACK       "
                   FUNCTION TRIM(WS-INT-NOME)
                   DELIMITED BY SIZE INTO RECONCILIA-LINE
           ELSE
               STRING WS-INT-ID " " WS-INT-DATA " " WS-INT-ACAO
                   " REJEITADO EHR "
                   FUNCTION TRIM(WS-INT-NOME)
                   DELIMITED BY SIZE INTO RECONCILIA-LINE
           END-IF.
               WS-DATA-RECONCILIADA
               DELIMITED BY SIZE INTO RECONCILIA-LINE.
           WRITE RECONCILIA-LINE.
           MOVE "ID PAC DATA       A SITUACAO      NOME"
               TO RECONCILIA-LINE.
           WRITE RECONCILIA-LINE.
           MOVE ALL "-" TO RECONCILIA-LINE.
