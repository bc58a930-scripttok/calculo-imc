       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCAGEND.
       AUTHOR RAFAEL.

      * Comparecimento as pesagens agendadas: o EHR transmite a cada
      * noite a agenda de pesagens do dia (EHRAGEN) e este programa a
      * casa com as pesagens vigentes do mesmo dia no historico (HIST)
      * - so o que o IMCBATCH postou conta como comparecimento. Para
      * cada unidade o relatorio (AGENREL) mostra agendados,
      * comparecimentos, faltas, pacientes que pesaram em outra
      * unidade que nao a agendada e pesagens sem agendamento
      * (encaixes). As faltas vao para o arquivo AGEFALT, no mesmo
      * formato HDR/TRL da agenda, que o EHR carrega para reagendar.
      *
      * Agenda e pesagens do dia sao classificadas por SORT interno na
      * chave PATIENT_ID e casadas numa passada co-sequencial pelos
      * arquivos de trabalho AGEORD/PESORD. Para cada paciente, cada
      * agendamento casa primeiro com uma pesagem na unidade agendada
      * (compareceu), depois com uma pesagem em outra unidade (pesou
      * em outra unidade); agendamento sem pesagem e falta e pesagem
      * que sobra e encaixe.
      *
      * Pesagem retida para verificacao (PENDVER) ou rejeitada para o
      * suspenso so entra no HIST quando liberada/corrigida, com a
      * data original - o paciente aparece como falta ate la; rodar
      * de novo sobre a mesma agenda depois da liberacao acerta o dia.
      *
      * Formato da agenda (EHRAGEN), CSV:
      *   linha 1 : HDR,dd/mm/aaaa       (dia da agenda transmitida)
      *   detalhe : PATIENT_ID,UNIDADE,DATA,TIPO
      *             DATA = dd/mm/aaaa, igual a do HDR
      *             TIPO = tipo da consulta no EHR (ROTINA, RETORNO,
      *             RECALL...), repassado na falta para o reagendamento
      *   ultima  : TRL,contagem de linhas de detalhe
      * Header ou trailer ausente/invalido, ou contagem que nao bate,
      * abenda com RC=12 antes de gravar qualquer coisa - agenda
      * truncada viraria uma onda de faltas falsas no EHR. Detalhe
      * com unidade fora da tabela, data diferente do HDR, campo
      * ausente ou agendamento repetido (mesmo paciente, unidade e
      * tipo) e rejeitado e listado no fim do relatorio.
      *
      * Formato do arquivo de faltas (AGEFALT), CSV:
      *   HDR,dd/mm/aaaa / PATIENT_ID,UNIDADE,DATA,TIPO / TRL,contagem

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO EHRAGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENDA.

           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

           SELECT FALTAS-FILE ASSIGN TO AGEFALT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FALTAS.

           SELECT RELATORIO-FILE ASSIGN TO AGENREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT AGE-ORDENADO-FILE ASSIGN TO AGEORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGE-ORDENADO.

           SELECT PES-ORDENADO-FILE ASSIGN TO PESORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PES-ORDENADO.

           SELECT AGE-SORT-FILE ASSIGN TO SORTWK.

           SELECT PES-SORT-FILE ASSIGN TO SORTWK.

           SELECT RES-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-FILE.
       01  AGENDA-LINE             PIC X(100).

      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl; linha
      * com situacao (pos 86) diferente de branco foi substituida ou
      * anulada pelo IMCCORR e nao conta como pesagem.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05 HT-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 HT-DATA              PIC X(10).
           05 FILLER               PIC X(1).
           05 HT-HORA              PIC X(8).
           05 FILLER               PIC X(1).
           05 HT-PESO              PIC X(6).
           05 FILLER               PIC X(1).
           05 HT-ALTURA            PIC X(4).
           05 FILLER               PIC X(1).
           05 HT-IMC               PIC X(6).
           05 FILLER               PIC X(1).
           05 HT-CATEGORIA         PIC X(30).
           05 FILLER               PIC X(1).
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
       01  PACMST-RECORD.
           05 PM-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 PM-NOME              PIC X(30).
           05 FILLER               PIC X(1).
           05 PM-NASCIMENTO        PIC X(10).
           05 FILLER               PIC X(1).
           05 PM-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 PM-SITUACAO          PIC X(1).

       FD  FALTAS-FILE.
       01  FALTAS-LINE             PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

      * Arquivos de trabalho com o resultado dos SORTs, consumidos
      * pela passada de casamento. AO-MOTIVO em branco = agendamento
      * valido; senao, codigo da rejeicao (ver VALIDAR-AGENDAMENTO).
       FD  AGE-ORDENADO-FILE.
       01  AGE-ORDENADO-RECORD.
           05 AO-ID                PIC X(6).
           05 AO-SEQ               PIC 9(6).
           05 AO-UNIDADE           PIC X(3).
           05 AO-DATA              PIC X(10).
           05 AO-TIPO              PIC X(10).
           05 AO-MOTIVO            PIC X(1).

       FD  PES-ORDENADO-FILE.
       01  PES-ORDENADO-RECORD.
           05 PO-ID                PIC X(6).
           05 PO-SEQ               PIC 9(7).
           05 PO-UNIDADE           PIC X(3).
           05 PO-HORA              PIC X(8).

       SD  AGE-SORT-FILE.
       01  AGE-SORT-RECORD.
           05 SA-ID                PIC X(6).
           05 SA-SEQ               PIC 9(6).
           05 SA-UNIDADE           PIC X(3).
           05 SA-DATA              PIC X(10).
           05 SA-TIPO              PIC X(10).
           05 SA-MOTIVO            PIC X(1).

       SD  PES-SORT-FILE.
       01  PES-SORT-RECORD.
           05 SP-ID                PIC X(6).
           05 SP-SEQ               PIC 9(7).
           05 SP-UNIDADE           PIC X(3).
           05 SP-HORA              PIC X(8).

      * Ocorrencias para o relatorio, em ordem de unidade (posicao na
      * tabela de unidades; 99 = rejeitados, no fim), situacao e
      * paciente. RS-SITUACAO: F = faltou, O = pesou em outra
      * unidade, E = encaixe (pesagem sem agendamento), R = rejeitado.
       SD  RES-SORT-FILE.
       01  RES-SORT-RECORD.
           05 RS-ORDEM             PIC 9(2).
           05 RS-SITUACAO          PIC X(1).
           05 RS-ID                PIC X(6).
           05 RS-SEQ               PIC 9(7).
           05 RS-NOME              PIC X(30).
           05 RS-TIPO              PIC X(10).
           05 RS-UNI-AGENDA        PIC X(3).
           05 RS-UNI-PESAGEM       PIC X(3).
           05 RS-DATA              PIC X(10).
           05 RS-HORA              PIC X(8).
           05 RS-MOTIVO            PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-FS-AGENDA            PIC XX VALUE "00".
       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-FALTAS            PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-AGE-ORDENADO      PIC XX VALUE "00".
       01  WS-FS-PES-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-AGE-SWITCH       PIC X VALUE "N".
           88 WS-EOF-AGE           VALUE "Y".
       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-AORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-AORD          VALUE "Y".
       01  WS-EOF-PORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-PORD          VALUE "Y".
       01  WS-EOF-RES-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RES           VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-EXIBICAO        PIC X(10).

      * Dia da agenda, vindo do header HDR do EHRAGEN - so as
      * pesagens do HIST dessa data entram no casamento (o HIST
      * acumula o movimento de todos os dias).
       01  WS-DATA-AGENDA          PIC X(10).

      * Campos da linha CSV da agenda.
       01  WS-AGE-TIPO-LINHA       PIC X(10).
       01  WS-AGE-ID               PIC X(6).
       01  WS-AGE-UNIDADE          PIC X(3).
       01  WS-AGE-DATA             PIC X(10).
       01  WS-AGE-TIPO             PIC X(10).
       01  WS-AGE-CONTADOR         PIC X(6).
       01  WS-AGE-CONTADOR-NUM REDEFINES WS-AGE-CONTADOR
                                   PIC 9(6).
       01  WS-AGE-MOTIVO           PIC X(1).

       01  WS-TRAILER-SWITCH       PIC X VALUE "N".
           88 WS-TEM-TRAILER       VALUE "S".
       01  WS-TRL-CONTADOR         PIC 9(6) VALUE ZERO.

      * Validacao da data dd/mm/aaaa do HDR.
       01  WS-DATA-TESTE.
           05 WS-TST-DD            PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-TST-MM            PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-TST-AAAA          PIC X(4).

      * Tabela das unidades/clinicas - a mesma do IMC.cbl.
       01  WS-UNI-QTD              PIC 9(2) VALUE 3.
       01  WS-UNI-CONSTANTES.
           05 FILLER               PIC X(23)
               VALUE "U01UNIDADE CENTRO     ".
           05 FILLER               PIC X(23)
               VALUE "U02UNIDADE NORTE      ".
           05 FILLER               PIC X(23)
               VALUE "U03UNIDADE LESTE      ".
       01  WS-UNI-TABELA REDEFINES WS-UNI-CONSTANTES.
           05 WS-UNI-ITEM OCCURS 3 TIMES INDEXED BY WS-UNI-IDX.
               10 WS-UNI-CODIGO    PIC X(3).
               10 WS-UNI-NOME      PIC X(20).
       01  WS-UNI-ACHADO           PIC 9(2) VALUE ZERO.
       01  WS-UNI-SUB              PIC 9(2).

      * Totais por unidade (mesma ordem da tabela de unidades).
      *   AGENDADOS   agendamentos validos na unidade
      *   COMPARECEU  pesou na unidade agendada
      *   OUTRA       agendado aqui, pesou em outra unidade
      *   RECEBIDOS   pesou aqui, agendado em outra unidade
      *   FALTAS      agendado aqui, sem pesagem no dia
      *   ENCAIXES    pesou aqui sem nenhum agendamento
       01  WS-UNI-TOTAIS.
           05 WS-UNI-TOT-ITEM OCCURS 3 TIMES.
               10 WS-UT-AGENDADOS  PIC 9(6).
               10 WS-UT-COMPARECEU PIC 9(6).
               10 WS-UT-OUTRA      PIC 9(6).
               10 WS-UT-RECEBIDOS  PIC 9(6).
               10 WS-UT-FALTAS     PIC 9(6).
               10 WS-UT-ENCAIXES   PIC 9(6).

      * Chaves da passada co-sequencial; HIGH-VALUES marca o lado
      * esgotado para o outro escoar ate o fim.
       01  WS-AGE-CHAVE            PIC X(6).
       01  WS-PES-CHAVE            PIC X(6).
       01  WS-CHAVE-CORRENTE       PIC X(6).

      * Agendamentos e pesagens do paciente corrente. PA-SITUACAO:
      * N = ainda sem pesagem, C = compareceu, O = outra unidade.
       01  WS-PAC-LIMITE           PIC 9(2) VALUE 20.
       01  WS-PAC-AGE-QTD          PIC 9(2) VALUE ZERO.
       01  WS-PAC-AGENDAMENTOS.
           05 WS-PAC-AGE-ITEM OCCURS 20 TIMES.
               10 PA-SEQ           PIC 9(6).
               10 PA-UNIDADE       PIC X(3).
               10 PA-DATA          PIC X(10).
               10 PA-TIPO          PIC X(10).
               10 PA-SITUACAO      PIC X(1).
               10 PA-PESAGEM       PIC 9(2).
       01  WS-PAC-PES-QTD          PIC 9(2) VALUE ZERO.
       01  WS-PAC-PESAGENS.
           05 WS-PAC-PES-ITEM OCCURS 20 TIMES.
               10 PP-SEQ           PIC 9(7).
               10 PP-UNIDADE       PIC X(3).
               10 PP-HORA          PIC X(8).
               10 PP-USADA         PIC X(1).
       01  WS-AGE-SUB              PIC 9(2).
       01  WS-PES-SUB              PIC 9(2).
       01  WS-PES-ACHADA           PIC 9(2).
       01  WS-DUPLICADO            PIC X(1).

       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-SEQ-PESAGEM          PIC 9(7) VALUE ZERO.
       01  WS-SEQ-AGENDA           PIC 9(6) VALUE ZERO.

       01  WS-TAXA-COMPARECIMENTO  PIC 9(3)V9.
       01  WS-TAXA-EDIT            PIC ZZ9.9.
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".

       01  WS-CONT-AGE-LIDOS       PIC 9(6) VALUE ZERO.
       01  WS-CONT-AGE-VALIDOS     PIC 9(6) VALUE ZERO.
       01  WS-CONT-AGE-REJEITADOS  PIC 9(6) VALUE ZERO.
       01  WS-CONT-HIST-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-PES-DIA         PIC 9(6) VALUE ZERO.
       01  WS-CONT-PES-REJEITADAS  PIC 9(6) VALUE ZERO.
       01  WS-CONT-COMPARECEU      PIC 9(6) VALUE ZERO.
       01  WS-CONT-OUTRA           PIC 9(6) VALUE ZERO.
       01  WS-CONT-FALTAS          PIC 9(6) VALUE ZERO.
       01  WS-CONT-ENCAIXES        PIC 9(6) VALUE ZERO.
       01  WS-CONT-FALT-GRAVADAS   PIC 9(6) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT AGE-SORT-FILE
               ON ASCENDING KEY SA-ID SA-SEQ
               INPUT PROCEDURE IS CARREGAR-AGENDA
               GIVING AGE-ORDENADO-FILE.
           PERFORM VALIDAR-TRAILER-AGENDA.
           SORT PES-SORT-FILE
               ON ASCENDING KEY SP-ID SP-SEQ
               INPUT PROCEDURE IS CARREGAR-PESAGENS-DIA
               GIVING PES-ORDENADO-FILE.
           PERFORM VALIDAR-PESAGENS-DIA.
           PERFORM ABRIR-SAIDAS.
           SORT RES-SORT-FILE
               ON ASCENDING KEY RS-ORDEM RS-SITUACAO RS-ID RS-SEQ
               INPUT PROCEDURE IS CASAR-AGENDA
               OUTPUT PROCEDURE IS IMPRIMIR-COMPARECIMENTO.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           MOVE ZEROS TO WS-UNI-TOTAIS.

           OPEN INPUT AGENDA-FILE.
           IF WS-FS-AGENDA NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD EHRAGEN - "
                   "status " WS-FS-AGENDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LER-CABECALHO-AGENDA.

      * Header HDR da agenda define o dia casado; ausente ou invalido
      * abenda com RC=12 antes de qualquer gravacao.
       LER-CABECALHO-AGENDA.
           READ AGENDA-FILE
               AT END
                   DISPLAY "ABEND: arquivo EHRAGEN vazio, sem header"
                   PERFORM ABEND-CONTROLE-AGENDA
           END-READ.
           MOVE SPACES TO WS-AGE-TIPO-LINHA WS-DATA-AGENDA.
           UNSTRING AGENDA-LINE DELIMITED BY ","
               INTO WS-AGE-TIPO-LINHA WS-DATA-AGENDA.
           MOVE WS-DATA-AGENDA TO WS-DATA-TESTE.
           IF WS-AGE-TIPO-LINHA NOT = "HDR"
               OR WS-TST-DD IS NOT NUMERIC
               OR WS-TST-MM IS NOT NUMERIC
               OR WS-TST-AAAA IS NOT NUMERIC
               OR WS-TST-DD < "01" OR WS-TST-DD > "31"
               OR WS-TST-MM < "01" OR WS-TST-MM > "12"
               DISPLAY "ABEND: header HDR ausente ou com data "
                   "invalida no EHRAGEN"
               PERFORM ABEND-CONTROLE-AGENDA
           END-IF.

       ABEND-CONTROLE-AGENDA.
           CLOSE AGENDA-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       CARREGAR-AGENDA.
           PERFORM CARREGAR-UM-AGENDAMENTO UNTIL WS-EOF-AGE.
           CLOSE AGENDA-FILE.

      * Linha TRL guarda a contagem declarada e tem que ser a ultima
      * do arquivo; linha de detalhe vai para o SORT ja com o codigo
      * de rejeicao, para sair no relatorio.
       CARREGAR-UM-AGENDAMENTO.
           READ AGENDA-FILE
               AT END SET WS-EOF-AGE TO TRUE
               NOT AT END
                   IF AGENDA-LINE = SPACES
                       CONTINUE
                   ELSE
                       MOVE SPACES TO WS-AGE-TIPO-LINHA WS-AGE-ID
                           WS-AGE-UNIDADE WS-AGE-DATA WS-AGE-TIPO
                       UNSTRING AGENDA-LINE DELIMITED BY ","
                           INTO WS-AGE-TIPO-LINHA WS-AGE-UNIDADE
                               WS-AGE-DATA WS-AGE-TIPO
                       IF WS-AGE-TIPO-LINHA = "TRL"
                           MOVE SPACES TO WS-AGE-CONTADOR
                           UNSTRING AGENDA-LINE DELIMITED BY ","
                               INTO WS-AGE-TIPO-LINHA WS-AGE-CONTADOR
                           PERFORM REGISTRAR-TRAILER-AGENDA
                       ELSE
                           MOVE WS-AGE-TIPO-LINHA TO WS-AGE-ID
                           ADD 1 TO WS-CONT-AGE-LIDOS
                           ADD 1 TO WS-SEQ-AGENDA
                           PERFORM VALIDAR-AGENDAMENTO
                           IF WS-AGE-MOTIVO = SPACE
                               ADD 1 TO WS-CONT-AGE-VALIDOS
                           END-IF
                           MOVE WS-AGE-ID TO SA-ID
                           MOVE WS-SEQ-AGENDA TO SA-SEQ
                           MOVE WS-AGE-UNIDADE TO SA-UNIDADE
                           MOVE WS-AGE-DATA TO SA-DATA
                           MOVE WS-AGE-TIPO TO SA-TIPO
                           MOVE WS-AGE-MOTIVO TO SA-MOTIVO
                           RELEASE AGE-SORT-RECORD
                       END-IF
                   END-IF
           END-READ.

      * Codigo de rejeicao: I = PATIENT_ID ou TIPO ausente, U =
      * unidade fora da tabela, D = data diferente da do HDR. O
      * agendamento repetido (P) so aparece no casamento, quando os
      * agendamentos do paciente estao juntos.
       VALIDAR-AGENDAMENTO.
           MOVE SPACE TO WS-AGE-MOTIVO.
           IF WS-AGE-ID = SPACES OR WS-AGE-TIPO = SPACES
               MOVE "I" TO WS-AGE-MOTIVO
           ELSE
               PERFORM LOCALIZAR-UNIDADE-AGENDA
               IF WS-UNI-ACHADO = ZERO
                   MOVE "U" TO WS-AGE-MOTIVO
               ELSE
                   IF WS-AGE-DATA NOT = WS-DATA-AGENDA
                       MOVE "D" TO WS-AGE-MOTIVO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-UNIDADE-AGENDA.
           MOVE ZERO TO WS-UNI-ACHADO.
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-UNI-QTD
               IF WS-UNI-CODIGO(WS-UNI-IDX) = WS-AGE-UNIDADE
                   SET WS-UNI-ACHADO TO WS-UNI-IDX
               END-IF
           END-PERFORM.

       REGISTRAR-TRAILER-AGENDA.
           IF WS-AGE-CONTADOR IS NOT NUMERIC
               DISPLAY "ABEND: contagem do trailer TRL do EHRAGEN "
                   "nao numerica"
               PERFORM ABEND-CONTROLE-AGENDA
           END-IF.
           SET WS-TEM-TRAILER TO TRUE.
           MOVE WS-AGE-CONTADOR-NUM TO WS-TRL-CONTADOR.
           READ AGENDA-FILE
               AT END SET WS-EOF-AGE TO TRUE
           END-READ.
           IF NOT WS-EOF-AGE
               DISPLAY "ABEND: registro apos o trailer TRL do EHRAGEN"
               PERFORM ABEND-CONTROLE-AGENDA
           END-IF.

      * Agenda truncada na transmissao viraria falta para todo mundo
      * que estava depois do corte - trailer ausente ou contagem
      * divergente abenda antes de o arquivo de faltas ser gravado.
       VALIDAR-TRAILER-AGENDA.
           IF NOT WS-TEM-TRAILER
               DISPLAY "ABEND: trailer TRL ausente no EHRAGEN "
                   "(arquivo truncado?)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRL-CONTADOR NOT = WS-CONT-AGE-LIDOS
               DISPLAY "ABEND: contagem trailer " WS-TRL-CONTADOR
                   " x lidas " WS-CONT-AGE-LIDOS " no EHRAGEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pesagens vigentes do dia da agenda, de todas as unidades.
       CARREGAR-PESAGENS-DIA.
           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECIONAR-PESAGEM UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-FILE.

       SELECIONAR-PESAGEM.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HIST-LIDOS
                   IF HT-DATA = WS-DATA-AGENDA
                       AND HT-SITUACAO = SPACE
                       AND HT-PATIENT-ID NOT = SPACES
                       ADD 1 TO WS-CONT-PES-DIA
                       ADD 1 TO WS-SEQ-PESAGEM
                       MOVE HT-PATIENT-ID TO SP-ID
                       MOVE WS-SEQ-PESAGEM TO SP-SEQ
                       MOVE HT-UNIDADE TO SP-UNIDADE
                       MOVE HT-HORA TO SP-HORA
                       RELEASE PES-SORT-RECORD
                   END-IF
           END-READ.

      * Agenda com gente marcada e nenhuma pesagem no HIST na data e
      * quase sempre IMCBATCH que nao rodou para o dia (ou HDR com a
      * data errada) - mandar todo mundo como falta ao EHR seria pior
      * que nao mandar nada.
       VALIDAR-PESAGENS-DIA.
           IF WS-CONT-PES-DIA = ZERO
               AND WS-CONT-AGE-VALIDOS > ZERO
               DISPLAY "ABEND: nenhuma pesagem no HIST em "
                   WS-DATA-AGENDA " para a agenda do EHRAGEN - "
                   "o IMCBATCH do dia rodou?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-SAIDAS.
           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FALTAS-FILE.
           IF WS-FS-FALTAS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD AGEFALT - "
                   "status " WS-FS-FALTAS
               CLOSE PACMST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD AGENREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PACMST-FILE
               CLOSE FALTAS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO FALTAS-LINE.
           STRING "HDR," WS-DATA-AGENDA
               DELIMITED BY SIZE INTO FALTAS-LINE.
           WRITE FALTAS-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "COMPARECIMENTO AS PESAGENS AGENDADAS - "
               "EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DIA DA AGENDA DO EHR (HDR): " WS-DATA-AGENDA
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Passada co-sequencial agenda x pesagens do dia, ambas
      * ordenadas por PATIENT_ID: junta tudo do paciente de menor
      * chave dos dois lados e pareia.
       CASAR-AGENDA.
           OPEN INPUT AGE-ORDENADO-FILE.
           IF WS-FS-AGE-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD AGEORD - "
                   "status " WS-FS-AGE-ORDENADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PES-ORDENADO-FILE.
           IF WS-FS-PES-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PESORD - "
                   "status " WS-FS-PES-ORDENADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-AGE-ORDENADO.
           PERFORM LER-PES-ORDENADO.
           PERFORM CASAR-UM-PACIENTE
               UNTIL WS-AGE-CHAVE = HIGH-VALUES
                   AND WS-PES-CHAVE = HIGH-VALUES.
           CLOSE AGE-ORDENADO-FILE.
           CLOSE PES-ORDENADO-FILE.

       LER-AGE-ORDENADO.
           READ AGE-ORDENADO-FILE
               AT END
                   SET WS-EOF-AORD TO TRUE
                   MOVE HIGH-VALUES TO WS-AGE-CHAVE
               NOT AT END
                   MOVE AO-ID TO WS-AGE-CHAVE
           END-READ.

       LER-PES-ORDENADO.
           READ PES-ORDENADO-FILE
               AT END
                   SET WS-EOF-PORD TO TRUE
                   MOVE HIGH-VALUES TO WS-PES-CHAVE
               NOT AT END
                   MOVE PO-ID TO WS-PES-CHAVE
           END-READ.

       CASAR-UM-PACIENTE.
           IF WS-AGE-CHAVE < WS-PES-CHAVE
               MOVE WS-AGE-CHAVE TO WS-CHAVE-CORRENTE
           ELSE
               MOVE WS-PES-CHAVE TO WS-CHAVE-CORRENTE
           END-IF.
           MOVE ZERO TO WS-PAC-AGE-QTD.
           MOVE ZERO TO WS-PAC-PES-QTD.
           MOVE SPACES TO WS-PACIENTE-NOME.
           PERFORM GUARDAR-AGENDAMENTO
               UNTIL WS-AGE-CHAVE NOT = WS-CHAVE-CORRENTE.
           PERFORM GUARDAR-PESAGEM
               UNTIL WS-PES-CHAVE NOT = WS-CHAVE-CORRENTE.
           PERFORM PAREAR-PACIENTE.

      * Agendamento rejeitado ja sai para o relatorio; repetido do
      * mesmo paciente, unidade e tipo tambem.
       GUARDAR-AGENDAMENTO.
           IF AO-MOTIVO = SPACE
               MOVE "N" TO WS-DUPLICADO
               PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                       UNTIL WS-AGE-SUB > WS-PAC-AGE-QTD
                   IF PA-UNIDADE(WS-AGE-SUB) = AO-UNIDADE
                       AND PA-TIPO(WS-AGE-SUB) = AO-TIPO
                       MOVE "S" TO WS-DUPLICADO
                   END-IF
               END-PERFORM
               IF WS-DUPLICADO = "S"
                   MOVE "P" TO AO-MOTIVO
               END-IF
           END-IF.
           IF AO-MOTIVO NOT = SPACE
               PERFORM SOLTAR-REJEITADO
           ELSE
               IF WS-PAC-AGE-QTD >= WS-PAC-LIMITE
                   DISPLAY "ERRO: paciente " AO-ID " com mais de "
                       WS-PAC-LIMITE " agendamentos no dia"
                   CLOSE AGE-ORDENADO-FILE
                   CLOSE PES-ORDENADO-FILE
                   PERFORM FECHAR-SAIDAS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAC-AGE-QTD
               MOVE AO-SEQ TO PA-SEQ(WS-PAC-AGE-QTD)
               MOVE AO-UNIDADE TO PA-UNIDADE(WS-PAC-AGE-QTD)
               MOVE AO-DATA TO PA-DATA(WS-PAC-AGE-QTD)
               MOVE AO-TIPO TO PA-TIPO(WS-PAC-AGE-QTD)
               MOVE "N" TO PA-SITUACAO(WS-PAC-AGE-QTD)
               MOVE ZERO TO PA-PESAGEM(WS-PAC-AGE-QTD)
               MOVE AO-UNIDADE TO WS-AGE-UNIDADE
               PERFORM LOCALIZAR-UNIDADE-AGENDA
               ADD 1 TO WS-UT-AGENDADOS(WS-UNI-ACHADO)
           END-IF.
           PERFORM LER-AGE-ORDENADO.

       GUARDAR-PESAGEM.
           IF WS-PAC-PES-QTD >= WS-PAC-LIMITE
               DISPLAY "ERRO: paciente " PO-ID " com mais de "
                   WS-PAC-LIMITE " pesagens no dia"
               CLOSE AGE-ORDENADO-FILE
               CLOSE PES-ORDENADO-FILE
               PERFORM FECHAR-SAIDAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PAC-PES-QTD.
           MOVE PO-SEQ TO PP-SEQ(WS-PAC-PES-QTD).
           MOVE PO-UNIDADE TO PP-UNIDADE(WS-PAC-PES-QTD).
           MOVE PO-HORA TO PP-HORA(WS-PAC-PES-QTD).
           MOVE "N" TO PP-USADA(WS-PAC-PES-QTD).
           PERFORM LER-PES-ORDENADO.

      * Primeiro a unidade agendada, depois qualquer outra; o que
      * sobra de cada lado e falta ou encaixe.
       PAREAR-PACIENTE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-PAC-AGE-QTD
               MOVE ZERO TO WS-PES-ACHADA
               PERFORM VARYING WS-PES-SUB FROM 1 BY 1
                       UNTIL WS-PES-SUB > WS-PAC-PES-QTD
                       OR WS-PES-ACHADA > ZERO
                   IF PP-USADA(WS-PES-SUB) = "N"
                       AND PP-UNIDADE(WS-PES-SUB)
                           = PA-UNIDADE(WS-AGE-SUB)
                       MOVE WS-PES-SUB TO WS-PES-ACHADA
                   END-IF
               END-PERFORM
               IF WS-PES-ACHADA > ZERO
                   MOVE "C" TO PA-SITUACAO(WS-AGE-SUB)
                   MOVE WS-PES-ACHADA TO PA-PESAGEM(WS-AGE-SUB)
                   MOVE "S" TO PP-USADA(WS-PES-ACHADA)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > WS-PAC-AGE-QTD
               IF PA-SITUACAO(WS-AGE-SUB) = "N"
                   MOVE ZERO TO WS-PES-ACHADA
                   PERFORM VARYING WS-PES-SUB FROM 1 BY 1
                           UNTIL WS-PES-SUB > WS-PAC-PES-QTD
                           OR WS-PES-ACHADA > ZERO
                       IF PP-USADA(WS-PES-SUB) = "N"
                           MOVE WS-PES-SUB TO WS-PES-ACHADA
                       END-IF
                   END-PERFORM
                   IF WS-PES-ACHADA > ZERO
                       MOVE "O" TO PA-SITUACAO(WS-AGE-SUB)
                       MOVE WS-PES-ACHADA TO PA-PESAGEM(WS-AGE-SUB)
                       MOVE "S" TO PP-USADA(WS-PES-ACHADA)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM APURAR-AGENDAMENTO
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > WS-PAC-AGE-QTD.
           PERFORM APURAR-PESAGEM-AVULSA
               VARYING WS-PES-SUB FROM 1 BY 1
               UNTIL WS-PES-SUB > WS-PAC-PES-QTD.

       APURAR-AGENDAMENTO.
           MOVE PA-UNIDADE(WS-AGE-SUB) TO WS-AGE-UNIDADE.
           PERFORM LOCALIZAR-UNIDADE-AGENDA.
           EVALUATE PA-SITUACAO(WS-AGE-SUB)
               WHEN "C"
                   ADD 1 TO WS-UT-COMPARECEU(WS-UNI-ACHADO)
                   ADD 1 TO WS-CONT-COMPARECEU
               WHEN "O"
                   ADD 1 TO WS-UT-OUTRA(WS-UNI-ACHADO)
                   ADD 1 TO WS-CONT-OUTRA
                   MOVE WS-UNI-ACHADO TO WS-UNI-SUB
                   MOVE PA-PESAGEM(WS-AGE-SUB) TO WS-PES-SUB
                   MOVE PP-UNIDADE(WS-PES-SUB) TO WS-AGE-UNIDADE
                   PERFORM LOCALIZAR-UNIDADE-AGENDA
                   IF WS-UNI-ACHADO > ZERO
                       ADD 1 TO WS-UT-RECEBIDOS(WS-UNI-ACHADO)
                   END-IF
                   PERFORM LOCALIZAR-NOME-PACIENTE
                   MOVE SPACES TO RES-SORT-RECORD
                   MOVE WS-UNI-SUB TO RS-ORDEM
                   MOVE "O" TO RS-SITUACAO
                   MOVE WS-CHAVE-CORRENTE TO RS-ID
                   MOVE PA-SEQ(WS-AGE-SUB) TO RS-SEQ
                   MOVE WS-PACIENTE-NOME TO RS-NOME
                   MOVE PA-TIPO(WS-AGE-SUB) TO RS-TIPO
                   MOVE PA-UNIDADE(WS-AGE-SUB) TO RS-UNI-AGENDA
                   MOVE PP-UNIDADE(WS-PES-SUB) TO RS-UNI-PESAGEM
                   MOVE PP-HORA(WS-PES-SUB) TO RS-HORA
                   RELEASE RES-SORT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-UT-FALTAS(WS-UNI-ACHADO)
                   ADD 1 TO WS-CONT-FALTAS
                   PERFORM GRAVAR-FALTA
                   PERFORM LOCALIZAR-NOME-PACIENTE
                   MOVE SPACES TO RES-SORT-RECORD
                   MOVE WS-UNI-ACHADO TO RS-ORDEM
                   MOVE "F" TO RS-SITUACAO
                   MOVE WS-CHAVE-CORRENTE TO RS-ID
                   MOVE PA-SEQ(WS-AGE-SUB) TO RS-SEQ
                   MOVE WS-PACIENTE-NOME TO RS-NOME
                   MOVE PA-TIPO(WS-AGE-SUB) TO RS-TIPO
                   MOVE PA-UNIDADE(WS-AGE-SUB) TO RS-UNI-AGENDA
                   RELEASE RES-SORT-RECORD
           END-EVALUATE.

      * Pesagem que nao casou com nenhum agendamento do paciente.
       APURAR-PESAGEM-AVULSA.
           IF PP-USADA(WS-PES-SUB) = "N"
               MOVE PP-UNIDADE(WS-PES-SUB) TO WS-AGE-UNIDADE
               PERFORM LOCALIZAR-UNIDADE-AGENDA
               PERFORM LOCALIZAR-NOME-PACIENTE
               MOVE SPACES TO RES-SORT-RECORD
               MOVE WS-CHAVE-CORRENTE TO RS-ID
               MOVE PP-SEQ(WS-PES-SUB) TO RS-SEQ
               MOVE WS-PACIENTE-NOME TO RS-NOME
               MOVE PP-UNIDADE(WS-PES-SUB) TO RS-UNI-PESAGEM
               MOVE PP-HORA(WS-PES-SUB) TO RS-HORA
               IF WS-UNI-ACHADO > ZERO
                   ADD 1 TO WS-UT-ENCAIXES(WS-UNI-ACHADO)
                   ADD 1 TO WS-CONT-ENCAIXES
                   MOVE WS-UNI-ACHADO TO RS-ORDEM
                   MOVE "E" TO RS-SITUACAO
               ELSE
                   ADD 1 TO WS-CONT-PES-REJEITADAS
                   MOVE 99 TO RS-ORDEM
                   MOVE "R" TO RS-SITUACAO
                   MOVE "X" TO RS-MOTIVO
               END-IF
               RELEASE RES-SORT-RECORD
           END-IF.

       SOLTAR-REJEITADO.
           ADD 1 TO WS-CONT-AGE-REJEITADOS.
           MOVE SPACES TO RES-SORT-RECORD.
           MOVE 99 TO RS-ORDEM.
           MOVE "R" TO RS-SITUACAO.
           MOVE AO-ID TO RS-ID.
           MOVE AO-SEQ TO RS-SEQ.
           MOVE AO-TIPO TO RS-TIPO.
           MOVE AO-UNIDADE TO RS-UNI-AGENDA.
           MOVE AO-DATA TO RS-DATA.
           MOVE AO-MOTIVO TO RS-MOTIVO.
           RELEASE RES-SORT-RECORD.

       LOCALIZAR-NOME-PACIENTE.
           IF WS-PACIENTE-NOME = SPACES
               MOVE WS-CHAVE-CORRENTE TO PM-PATIENT-ID
               READ PACMST-FILE
                   INVALID KEY
                       MOVE "(NAO CADASTRADO NO MESTRE)"
                           TO WS-PACIENTE-NOME
                   NOT INVALID KEY
                       MOVE PM-NOME TO WS-PACIENTE-NOME
               END-READ
           END-IF.

       GRAVAR-FALTA.
           MOVE SPACES TO FALTAS-LINE.
           STRING FUNCTION TRIM(WS-CHAVE-CORRENTE) ","
               PA-UNIDADE(WS-AGE-SUB) "," PA-DATA(WS-AGE-SUB) ","
               FUNCTION TRIM(PA-TIPO(WS-AGE-SUB))
               DELIMITED BY SIZE INTO FALTAS-LINE.
           WRITE FALTAS-LINE.
           ADD 1 TO WS-CONT-FALT-GRAVADAS.

      * Uma secao por unidade da tabela, mesmo sem ocorrencias, com
      * as linhas de falta, outra unidade e encaixe e os totais; os
      * rejeitados (ordem 99) fecham o relatorio.
       IMPRIMIR-COMPARECIMENTO.
           PERFORM RETORNAR-OCORRENCIA.
           PERFORM IMPRIMIR-UNIDADE
               VARYING WS-UNI-SUB FROM 1 BY 1
               UNTIL WS-UNI-SUB > WS-UNI-QTD.
           MOVE "AGENDAMENTOS REJEITADOS:" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-EOF-RES
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM IMPRIMIR-OCORRENCIA UNTIL WS-EOF-RES.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       RETORNAR-OCORRENCIA.
           RETURN RES-SORT-FILE
               AT END SET WS-EOF-RES TO TRUE
           END-RETURN.

       IMPRIMIR-UNIDADE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "UNIDADE " WS-UNI-CODIGO(WS-UNI-SUB) " - "
               WS-UNI-NOME(WS-UNI-SUB)
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM IMPRIMIR-OCORRENCIA
               UNTIL WS-EOF-RES OR RS-ORDEM NOT = WS-UNI-SUB.
           PERFORM IMPRIMIR-TOTAIS-UNIDADE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       IMPRIMIR-OCORRENCIA.
           MOVE SPACES TO RELATORIO-LINE.
           EVALUATE RS-SITUACAO
               WHEN "F"
                   STRING "  FALTOU           " RS-ID " " RS-NOME
                       " " RS-TIPO
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN "O"
                   STRING "  OUTRA UNIDADE    " RS-ID " " RS-NOME
                       " " RS-TIPO " PESOU NA " RS-UNI-PESAGEM
                       " AS " RS-HORA
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN "E"
                   STRING "  SEM AGENDAMENTO  " RS-ID " " RS-NOME
                       " " RS-TIPO " PESOU AS " RS-HORA
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN OTHER
                   PERFORM MONTAR-LINHA-REJEITADA
           END-EVALUATE.
           WRITE RELATORIO-LINE.
           PERFORM RETORNAR-OCORRENCIA.

       MONTAR-LINHA-REJEITADA.
           EVALUATE RS-MOTIVO
               WHEN "I"
                   STRING "  " RS-ID " " RS-UNI-AGENDA " " RS-DATA
                       " " RS-TIPO " - PATIENT_ID OU TIPO AUSENTE"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN "U"
                   STRING "  " RS-ID " " RS-UNI-AGENDA " " RS-DATA
                       " " RS-TIPO " - UNIDADE FORA DA TABELA"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN "D"
                   STRING "  " RS-ID " " RS-UNI-AGENDA " " RS-DATA
                       " " RS-TIPO " - DATA DIFERENTE DA DO HDR"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN "P"
                   STRING "  " RS-ID " " RS-UNI-AGENDA " " RS-DATA
                       " " RS-TIPO " - AGENDAMENTO REPETIDO (MESMO "
                       "PACIENTE, UNIDADE E TIPO)"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               WHEN OTHER
                   STRING "  " RS-ID " PESAGEM NA UNIDADE "
                       RS-UNI-PESAGEM " AS " RS-HORA
                       " - UNIDADE DO HISTORICO FORA DA TABELA"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
           END-EVALUATE.

       IMPRIMIR-TOTAIS-UNIDADE.
           IF WS-UT-AGENDADOS(WS-UNI-SUB) = ZERO
               MOVE ZERO TO WS-TAXA-COMPARECIMENTO
           ELSE
               COMPUTE WS-TAXA-COMPARECIMENTO ROUNDED =
                   (WS-UT-COMPARECEU(WS-UNI-SUB)
                   + WS-UT-OUTRA(WS-UNI-SUB)) * 100
                   / WS-UT-AGENDADOS(WS-UNI-SUB)
           END-IF.
           MOVE WS-TAXA-COMPARECIMENTO TO WS-TAXA-EDIT.
           MOVE WS-UT-AGENDADOS(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  AGENDADOS......................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-UT-COMPARECEU(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  COMPARECERAM NA UNIDADE........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-UT-OUTRA(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  PESARAM EM OUTRA UNIDADE.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-UT-FALTAS(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  FALTARAM.......................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  COMPARECIMENTO (%).............:   " WS-TAXA-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-UT-RECEBIDOS(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  RECEBIDOS DE OUTRA UNIDADE.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-UT-ENCAIXES(WS-UNI-SUB) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  PESARAM SEM AGENDAMENTO........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-RODAPE.
           MOVE WS-CONT-AGE-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "AGENDAMENTOS LIDOS.............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-AGE-REJEITADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "AGENDAMENTOS REJEITADOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-COMPARECEU TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "COMPARECERAM NA UNIDADE........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-OUTRA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESARAM EM OUTRA UNIDADE.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-FALTAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "FALTAS.........................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-FALT-GRAVADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "FALTAS GRAVADAS NO AGEFALT.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-HIST-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REGISTROS DO HIST LIDOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PES-DIA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS VIGENTES DO DIA.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ENCAIXES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS SEM AGENDAMENTO.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PES-REJEITADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS COM UNIDADE INVALIDA..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-AGE-LIDOS = WS-CONT-AGE-REJEITADOS
                   + WS-CONT-COMPARECEU + WS-CONT-OUTRA + WS-CONT-FALTAS
               AND WS-CONT-PES-DIA = WS-CONT-COMPARECEU
                   + WS-CONT-OUTRA + WS-CONT-ENCAIXES
                   + WS-CONT-PES-REJEITADAS
               AND WS-CONT-FALTAS = WS-CONT-FALT-GRAVADAS
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: AGENDADOS = REJEITADOS + "
                   "COMPARECERAM + OUTRA UNIDADE + FALTAS; PESAGENS = "
                   "COMPARECERAM + OUTRA UNIDADE + SEM AGENDAMENTO"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "N" TO WS-CONFERENCIA-SWITCH
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.

       FECHAR-SAIDAS.
           CLOSE PACMST-FILE.
           CLOSE FALTAS-FILE.
           CLOSE RELATORIO-FILE.

      * Conferencia que nao fecha da RC=12 - o AGEFALT nao deve ser
      * transmitido ao EHR. RC=4 avisa agendamentos rejeitados.
       FINALIZAR.
           MOVE SPACES TO FALTAS-LINE.
           MOVE WS-CONT-FALT-GRAVADAS TO WS-AGE-CONTADOR-NUM.
           STRING "TRL," WS-AGE-CONTADOR
               DELIMITED BY SIZE INTO FALTAS-LINE.
           WRITE FALTAS-LINE.
           PERFORM GRAVAR-RODAPE.
           PERFORM FECHAR-SAIDAS.
           IF NOT WS-CONFERENCIA-OK
               DISPLAY "ERRO: conferencia do comparecimento nao fecha "
                   "- AGEFALT NAO deve ser transmitido"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-AGE-REJEITADOS > ZERO
                   OR WS-CONT-PES-REJEITADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
