       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCSUSP.
       AUTHOR RAFAEL.

      * Ciclo de correcao das pesagens em suspensao: o IMCSTEP grava
      * na suspensao (SUSPENSO) todo detalhe do WEIGHIN recusado pela
      * validacao - registro original de 30 bytes, site, data da
      * pesagem e todos os codigos de motivo. Este programa diario
      * aplica as correcoes que as clinicas digitam no arquivo de
      * transacoes (SUSPTRAN): item corrigido sai da suspensao e e
      * gravado no arquivo de reenvio (REENVIO) como bloco HDR/TRL de
      * reenvio, com a data ORIGINAL da pesagem no header, que o job
      * acrescenta ao reenvio acumulado junto com a copia da suspensao
      * e que a proxima execucao do IMCSTEP le concatenado ao WEIGHIN;
      * item descartado sai da suspensao e fica listado no relatorio.
      * O restante e regravado em SUSPNEW (o step seguinte copia por
      * cima) e sai na lista de envelhecimento por unidade: o que
      * continua esperando e ha quantos dias - nenhuma pesagem
      * rejeitada some em silencio.
      *
      * Formato do arquivo de transacoes (SUSPTRAN), CSV, digitado
      * pelas clinicas a partir da lista de envelhecimento:
      *   PATIENT_ID,DATA,ACAO,PESO,ALTURA,IDADE,SEXO,UNIDADE,NOVO_ID,
      *   EQUIPAMENTO
      *   PATIENT_ID = o ID como esta no item suspenso
      *   DATA       = data da pesagem dd/mm/aaaa, como na lista
      *   ACAO       = CORRIGIR ou DESCARTAR
      *   PESO/ALTURA/IDADE/SEXO/UNIDADE = valor corrigido, no mesmo
      *                formato do WEIGHIN (digitos com decimal
      *                implicito: PESO 5, ALTURA 3, IDADE 2); campo em
      *                branco mantem o valor original
      *   NOVO_ID    = PATIENT_ID correto, quando o erro foi o ID
      *   EQUIPAMENTO = ID correto da balanca/estadiometro (motivo
      *                EQP); em branco mantem o original
      * Cada transacao baixa UM item (o mais antigo pendente do
      * paciente naquela data); CORRIGIR sem nenhum campo reenvia o
      * item como esta (ex.: paciente reativado no cadastro). O
      * IMCSTEP revalida tudo - correcao ainda errada volta para a
      * suspensao com os novos motivos. Toda transacao termina
      * aplicada ou listada no relatorio com o motivo (acao invalida,
      * valor invalido, sem item pendente correspondente).
      *
      * O limiar de dias da lista vem da DD AGEPARM (primeira linha,
      * 3 digitos); DUMMY ou vazia usa 7 dias. Itens alem do limiar
      * saem marcados VENCIDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-FILE ASSIGN TO SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT TRANSACAO-FILE ASSIGN TO SUSPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT PARAMETRO-FILE ASSIGN TO AGEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

           SELECT SUSPENSO-NOVO-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO-NOVO.

           SELECT REENVIO-FILE ASSIGN TO REENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REENVIO.

           SELECT RELATORIO-FILE ASSIGN TO SUSPREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT SUS-ORDENADO-FILE ASSIGN TO SUSORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUS-ORDENADO.

           SELECT SUS-SORT-FILE ASSIGN TO SORTWK.

           SELECT AGE-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-SUSPENSO no IMC.cbl.
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD         PIC X(80).

       FD  TRANSACAO-FILE.
       01  TRANSACAO-LINE          PIC X(80).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).

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

       FD  SUSPENSO-NOVO-FILE.
       01  SUSPENSO-NOVO-RECORD    PIC X(80).

      * Mesmo layout de registro do WEIGHIN lido pelo IMC.cbl (header
      * HDR com WH-REENVIO = "R", detalhes de 30 bytes, trailer TRL).
       FD  REENVIO-FILE.
       01  REENVIO-RECORD          PIC X(30).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

       FD  SUS-ORDENADO-FILE.
       01  SUS-ORDENADO-RECORD.
           05 SO-DATA              PIC X(8).
           05 SO-SITE              PIC X(3).
           05 SO-SEQ               PIC 9(7).
           05 SO-REG               PIC X(80).

       SD  SUS-SORT-FILE.
       01  SUS-SORT-RECORD.
           05 SS-DATA              PIC X(8).
           05 SS-SITE              PIC X(3).
           05 SS-SEQ               PIC 9(7).
           05 SS-REG               PIC X(80).

       SD  AGE-SORT-FILE.
       01  AGE-SORT-RECORD.
           05 AG-UNIDADE           PIC X(3).
           05 AG-DIA               PIC 9(7).
           05 AG-SEQ               PIC 9(7).
           05 AG-ID                PIC X(6).
           05 AG-DATA              PIC X(10).
           05 AG-SITE              PIC X(3).
           05 AG-MOTIVOS           PIC X(24).

       WORKING-STORAGE SECTION.

       01  WS-FS-SUSPENSO          PIC XX VALUE "00".
       01  WS-FS-TRANSACAO         PIC XX VALUE "00".
       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-SUSPENSO-NOVO     PIC XX VALUE "00".
       01  WS-FS-REENVIO           PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-SUS-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-SUS-SWITCH       PIC X VALUE "N".
           88 WS-EOF-SUS           VALUE "Y".
       01  WS-EOF-TRN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-TRN           VALUE "Y".
       01  WS-EOF-SORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-SORD          VALUE "Y".
       01  WS-EOF-AGE-SWITCH       PIC X VALUE "N".
           88 WS-EOF-AGE           VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-DIA-HOJE             PIC 9(7).

       01  WS-LIMIAR-DIAS          PIC 9(3) VALUE 007.
       01  WS-PARM-BRUTO           PIC X(3).
       01  WS-PARM-ORIGEM          PIC X(30).

      * Registro de suspensao em area de trabalho (layout do IMC.cbl).
       01  WS-SUS-REG.
           05 WU-REGISTRO.
               10 WU-PATIENT-ID    PIC X(6).
               10 WU-PESO-RAW      PIC X(5).
               10 WU-ALTURA-RAW    PIC X(3).
               10 WU-IDADE-RAW     PIC X(2).
               10 WU-SEXO          PIC X(1).
               10 WU-UNIDADE       PIC X(3).
               10 WU-EQUIPAMENTO   PIC X(10).
           05 FILLER               PIC X(1).
           05 WU-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 WU-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 WU-DATA-REJEICAO     PIC X(10).
           05 FILLER               PIC X(1).
           05 WU-MOTIVOS           PIC X(24).
           05 FILLER               PIC X(1).

      * Registro de detalhe corrigido, no layout de 30 bytes do
      * WEIGHIN, e header/trailer do bloco de reenvio.
       01  WS-REENVIO-DETALHE.
           05 WD-PATIENT-ID        PIC X(6).
           05 WD-PESO-RAW          PIC X(5).
           05 WD-PESO-NUM REDEFINES WD-PESO-RAW
                                   PIC 9(5).
           05 WD-ALTURA-RAW        PIC X(3).
           05 WD-IDADE-RAW         PIC X(2).
           05 WD-SEXO              PIC X(1).
           05 WD-UNIDADE           PIC X(3).
           05 WD-EQUIPAMENTO       PIC X(10).
       01  WS-REENVIO-HEADER.
           05 WH-TIPO              PIC X(3) VALUE "HDR".
           05 WH-DATA              PIC X(8).
           05 WH-SITE              PIC X(3).
           05 WH-REENVIO           PIC X(1) VALUE "R".
           05 FILLER               PIC X(15) VALUE SPACES.
       01  WS-REENVIO-TRAILER.
           05 WT-TIPO              PIC X(3) VALUE "TRL".
           05 WT-CONTADOR          PIC 9(6).
           05 WT-HASH              PIC 9(12).
           05 FILLER               PIC X(9) VALUE SPACES.

      * Bloco de reenvio em montagem: um por data de pesagem + site,
      * na ordem do arquivo ordenado (quebra de controle).
       01  WS-BLK-ABERTO           PIC X VALUE "N".
       01  WS-BLK-DATA             PIC X(8).
       01  WS-BLK-SITE             PIC X(3).
       01  WS-BLK-CONT             PIC 9(6).
       01  WS-BLK-HASH             PIC 9(12).

      * Conversao de data dd/mm/aaaa para AAAAMMDD e numero de dias.
       01  WS-DATA-CONV.
           05 WS-CNV-DD            PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-CNV-MM            PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-CNV-AAAA          PIC X(4).
       01  WS-DATA-AAAAMMDD.
           05 WS-NUM-AAAA          PIC X(4).
           05 WS-NUM-MM            PIC X(2).
           05 WS-NUM-DD            PIC X(2).
       01  WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                   PIC 9(8).
       01  WS-DIA-CONVERTIDO       PIC 9(7).
       01  WS-DATA-PESAGEM-EXIB    PIC X(10).

      * Transacoes de correcao digitadas pelas clinicas - arquivo
      * manual e pequeno por natureza; a tabela comporta um mutirao
      * inteiro de correcao e estouro abenda antes de regravar
      * qualquer coisa.
       01  WS-TRN-QTD              PIC 9(4) VALUE ZERO.
       01  WS-TRN-LIMITE           PIC 9(4) VALUE 2000.
       01  WS-TRN-TABELA.
           05 WS-TRN-ITEM OCCURS 2000 TIMES INDEXED BY WS-TRN-IDX.
               10 TR-ID            PIC X(6).
               10 TR-DATA          PIC X(8).
               10 TR-DATA-EXIB     PIC X(10).
               10 TR-ACAO          PIC X(9).
               10 TR-PESO          PIC X(5).
               10 TR-ALTURA        PIC X(3).
               10 TR-IDADE         PIC X(2).
               10 TR-SEXO          PIC X(1).
               10 TR-UNIDADE       PIC X(3).
               10 TR-NOVO-ID       PIC X(6).
               10 TR-EQUIPAMENTO   PIC X(10).
               10 TR-APLICADA      PIC X(1).
       01  WS-TRN-SUB              PIC 9(4).
       01  WS-TRN-ACHADA           PIC 9(4).
       01  WS-DEM-ID               PIC X(6).
       01  WS-DEM-DATA             PIC X(10).
       01  WS-DEM-ACAO             PIC X(9).
       01  WS-DEM-PESO             PIC X(5).
       01  WS-DEM-ALTURA           PIC X(3).
       01  WS-DEM-IDADE            PIC X(2).
       01  WS-DEM-SEXO             PIC X(1).
       01  WS-DEM-UNIDADE          PIC X(3).
       01  WS-DEM-NOVO-ID          PIC X(6).
       01  WS-DEM-EQUIPAMENTO      PIC X(10).

       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.
       01  WS-SEQ-AGE              PIC 9(7) VALUE ZERO.
       01  WS-DIAS-ESPERA          PIC 9(5).
       01  WS-DIAS-ESPERA-EDIT     PIC ZZZZ9.
       01  WS-SITUACAO-ITEM        PIC X(7).
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-UNIDADE-ANTERIOR     PIC X(3).
       01  WS-HASH-PARCELA         PIC 9(5).

       01  WS-CONT-LIDOS           PIC 9(7) VALUE ZERO.
       01  WS-CONT-REGRAVADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-REENVIADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-DESCARTADOS     PIC 9(7) VALUE ZERO.
       01  WS-CONT-VENCIDOS        PIC 9(6) VALUE ZERO.
       01  WS-CONT-BLOCOS          PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-LIDAS       PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-APLICADAS   PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-REJEITADAS  PIC 9(4) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT SUS-SORT-FILE
               ON ASCENDING KEY SS-DATA SS-SITE SS-SEQ
               INPUT PROCEDURE IS CARREGAR-SUSPENSOS
               GIVING SUS-ORDENADO-FILE.
           PERFORM ABRIR-SAIDAS.
           SORT AGE-SORT-FILE
               ON ASCENDING KEY AG-UNIDADE AG-DIA AG-SEQ
               INPUT PROCEDURE IS PROCESSAR-SUSPENSOS
               OUTPUT PROCEDURE IS IMPRIMIR-ENVELHECIMENTO.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA-NUM).

           PERFORM DEFINIR-LIMIAR.
           PERFORM CARREGAR-TRANSACOES.

           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Limiar da lista de envelhecimento da DD AGEPARM; DUMMY, vazia
      * ou invalida usa 7 dias (anotado no relatorio).
       DEFINIR-LIMIAR.
           MOVE "PADRAO DE 7 DIAS" TO WS-PARM-ORIGEM.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARAMETRO-RECORD(1:3) TO WS-PARM-BRUTO
                       IF WS-PARM-BRUTO IS NUMERIC
                           MOVE WS-PARM-BRUTO TO WS-LIMIAR-DIAS
                           MOVE "PARAMETRO AGEPARM"
                               TO WS-PARM-ORIGEM
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.

      * Carrega as correcoes; arquivo ausente (dia sem digitacao)
      * significa nenhuma transacao. Acao ou valor invalido e
      * rejeitado ja na carga e listado no relatorio mais adiante.
       CARREGAR-TRANSACOES.
           OPEN INPUT TRANSACAO-FILE.
           IF WS-FS-TRANSACAO = "00"
               PERFORM CARREGAR-UMA-TRANSACAO UNTIL WS-EOF-TRN
               CLOSE TRANSACAO-FILE
           ELSE
               IF WS-FS-TRANSACAO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD SUSPTRAN "
                       "- status " WS-FS-TRANSACAO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGAR-UMA-TRANSACAO.
           READ TRANSACAO-FILE
               AT END SET WS-EOF-TRN TO TRUE
               NOT AT END
                   IF TRANSACAO-LINE NOT = SPACES
                       ADD 1 TO WS-CONT-TRN-LIDAS
                       MOVE SPACES TO WS-DEM-ID WS-DEM-DATA
                           WS-DEM-ACAO WS-DEM-PESO WS-DEM-ALTURA
                           WS-DEM-IDADE WS-DEM-SEXO WS-DEM-UNIDADE
                           WS-DEM-NOVO-ID WS-DEM-EQUIPAMENTO
                       UNSTRING TRANSACAO-LINE DELIMITED BY ","
                           INTO WS-DEM-ID WS-DEM-DATA WS-DEM-ACAO
                               WS-DEM-PESO WS-DEM-ALTURA
                               WS-DEM-IDADE WS-DEM-SEXO
                               WS-DEM-UNIDADE WS-DEM-NOVO-ID
                               WS-DEM-EQUIPAMENTO
                       IF WS-TRN-QTD >= WS-TRN-LIMITE
                           DISPLAY "ERRO: transacoes de correcao "
                               "excedem a tabela interna de "
                               WS-TRN-LIMITE " entradas"
                           CLOSE TRANSACAO-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TRN-QTD
                       SET WS-TRN-IDX TO WS-TRN-QTD
                       PERFORM GUARDAR-TRANSACAO
                   END-IF
           END-READ.

       GUARDAR-TRANSACAO.
           MOVE WS-DEM-ID TO TR-ID(WS-TRN-IDX).
           MOVE WS-DEM-DATA TO TR-DATA-EXIB(WS-TRN-IDX).
           MOVE WS-DEM-ACAO TO TR-ACAO(WS-TRN-IDX).
           MOVE WS-DEM-PESO TO TR-PESO(WS-TRN-IDX).
           MOVE WS-DEM-ALTURA TO TR-ALTURA(WS-TRN-IDX).
           MOVE WS-DEM-IDADE TO TR-IDADE(WS-TRN-IDX).
           MOVE WS-DEM-SEXO TO TR-SEXO(WS-TRN-IDX).
           MOVE WS-DEM-UNIDADE TO TR-UNIDADE(WS-TRN-IDX).
           MOVE WS-DEM-NOVO-ID TO TR-NOVO-ID(WS-TRN-IDX).
           MOVE WS-DEM-EQUIPAMENTO TO TR-EQUIPAMENTO(WS-TRN-IDX).
           MOVE WS-DEM-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           MOVE WS-DATA-AAAAMMDD TO TR-DATA(WS-TRN-IDX).
           MOVE "N" TO TR-APLICADA(WS-TRN-IDX).
           IF WS-DEM-ACAO NOT = "CORRIGIR"
               AND WS-DEM-ACAO NOT = "DESCARTAR"
               MOVE "I" TO TR-APLICADA(WS-TRN-IDX)
           ELSE
               IF WS-DIA-CONVERTIDO = ZERO
                   OR (WS-DEM-PESO NOT = SPACES
                       AND WS-DEM-PESO IS NOT NUMERIC)
                   OR (WS-DEM-ALTURA NOT = SPACES
                       AND WS-DEM-ALTURA IS NOT NUMERIC)
                   OR (WS-DEM-IDADE NOT = SPACES
                       AND WS-DEM-IDADE IS NOT NUMERIC)
                   OR (WS-DEM-SEXO NOT = SPACE
                       AND WS-DEM-SEXO NOT = "M"
                       AND WS-DEM-SEXO NOT = "F")
                   MOVE "V" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           END-IF.

       CARREGAR-SUSPENSOS.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-FS-SUSPENSO = "00"
               PERFORM CARREGAR-UM-SUSPENSO UNTIL WS-EOF-SUS
               CLOSE SUSPENSO-FILE
           ELSE
               IF WS-FS-SUSPENSO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD SUSPENSO "
                       "- status " WS-FS-SUSPENSO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGAR-UM-SUSPENSO.
           READ SUSPENSO-FILE
               AT END SET WS-EOF-SUS TO TRUE
               NOT AT END
                   IF SUSPENSO-RECORD NOT = SPACES
                       ADD 1 TO WS-CONT-LIDOS
                       ADD 1 TO WS-SEQ-LEITURA
                       MOVE SUSPENSO-RECORD TO WS-SUS-REG
                       MOVE WU-DATA-PESAGEM TO SS-DATA
                       MOVE WU-SITE TO SS-SITE
                       MOVE WS-SEQ-LEITURA TO SS-SEQ
                       MOVE SUSPENSO-RECORD TO SS-REG
                       RELEASE SUS-SORT-RECORD
                   END-IF
           END-READ.

      * Converte WS-DATA-CONV (dd/mm/aaaa) para WS-DATA-AAAAMMDD e
      * numero de dias; data invalida devolve dias = zero.
       CONVERTER-DATA.
           MOVE ZERO TO WS-DIA-CONVERTIDO.
           MOVE WS-CNV-AAAA TO WS-NUM-AAAA.
           MOVE WS-CNV-MM TO WS-NUM-MM.
           MOVE WS-CNV-DD TO WS-NUM-DD.
           PERFORM CONVERTER-DATA-NUMERICA.

       CONVERTER-DATA-NUMERICA.
           MOVE ZERO TO WS-DIA-CONVERTIDO.
           IF WS-DATA-AAAAMMDD IS NUMERIC
               AND WS-NUM-MM >= "01" AND WS-NUM-MM <= "12"
               AND WS-NUM-DD >= "01" AND WS-NUM-DD <= "31"
               COMPUTE WS-DIA-CONVERTIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD-NUM)
           END-IF.

       ABRIR-SAIDAS.
           OPEN OUTPUT SUSPENSO-NOVO-FILE.
           IF WS-FS-SUSPENSO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSPNEW - "
                   "status " WS-FS-SUSPENSO-NOVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Os blocos desta execucao vao para um arquivo de trabalho; o
      * step seguinte so os acrescenta ao reenvio acumulado (que o
      * IMCBATCH esvazia depois de uma execucao completa) quando a
      * suspensao regravada for copiada - execucao que cai ou termina
      * RC 12 nao deixa item corrigido no reenvio para ser postado e
      * depois reenviado de novo pela reexecucao.
           OPEN OUTPUT REENVIO-FILE.
           IF WS-FS-REENVIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD REENVIO - "
                   "status " WS-FS-REENVIO
               CLOSE SUSPENSO-NOVO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSPREL - "
                   "status " WS-FS-RELATORIO
               CLOSE SUSPENSO-NOVO-FILE
               CLOSE REENVIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CORRECAO E ENVELHECIMENTO DA SUSPENSAO DE PESAGENS "
               "- EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LIMIAR DE ENVELHECIMENTO: " WS-LIMIAR-DIAS
               " DIA(S) - " WS-PARM-ORIGEM
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE "ITENS BAIXADOS DA SUSPENSAO NESTA EXECUCAO:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Passada principal sobre a suspensao ordenada por data da
      * pesagem/site: aplica correcoes e descartes, grava os blocos
      * de reenvio, regrava os pendentes em SUSPNEW e solta todos os
      * pendentes para o SORT da lista de envelhecimento.
       PROCESSAR-SUSPENSOS.
           OPEN INPUT SUS-ORDENADO-FILE.
           IF WS-FS-SUS-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSORD - "
                   "status " WS-FS-SUS-ORDENADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-SUS-ORDENADO.
           PERFORM PROCESSAR-UM-SUSPENSO UNTIL WS-EOF-SORD.
           CLOSE SUS-ORDENADO-FILE.
           IF WS-BLK-ABERTO = "S"
               PERFORM FECHAR-BLOCO-REENVIO
           END-IF.
           IF WS-CONT-REENVIADOS + WS-CONT-DESCARTADOS = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LISTAR-TRANSACOES-REJEITADAS.

       LER-SUS-ORDENADO.
           READ SUS-ORDENADO-FILE
               AT END SET WS-EOF-SORD TO TRUE
           END-READ.

       PROCESSAR-UM-SUSPENSO.
           MOVE SO-REG TO WS-SUS-REG.
           MOVE WU-DATA-PESAGEM TO WS-DATA-AAAAMMDD.
           PERFORM CONVERTER-DATA-NUMERICA.
           MOVE SPACES TO WS-DATA-PESAGEM-EXIB.
           STRING WS-NUM-DD "/" WS-NUM-MM "/" WS-NUM-AAAA
               DELIMITED BY SIZE INTO WS-DATA-PESAGEM-EXIB.
           PERFORM LOCALIZAR-TRANSACAO.
           IF WS-TRN-ACHADA = ZERO
               MOVE WS-SUS-REG TO SUSPENSO-NOVO-RECORD
               WRITE SUSPENSO-NOVO-RECORD
               ADD 1 TO WS-CONT-REGRAVADOS
               PERFORM SOLTAR-PENDENTE
           ELSE
               SET WS-TRN-IDX TO WS-TRN-ACHADA
               IF TR-ACAO(WS-TRN-IDX) = "DESCARTAR"
                   ADD 1 TO WS-CONT-DESCARTADOS
                   MOVE SPACES TO RELATORIO-LINE
                   STRING "  DESCARTADO " WU-PATIENT-ID " "
                       WS-DATA-PESAGEM-EXIB " SITE " WU-SITE
                       " UNIDADE " WU-UNIDADE " MOTIVOS: "
                       WU-MOTIVOS
                       DELIMITED BY SIZE INTO RELATORIO-LINE
                   WRITE RELATORIO-LINE
               ELSE
                   PERFORM MONTAR-DETALHE-CORRIGIDO
                   PERFORM GRAVAR-DETALHE-REENVIO
                   ADD 1 TO WS-CONT-REENVIADOS
                   MOVE SPACES TO RELATORIO-LINE
                   STRING "  CORRIGIDO  " WU-PATIENT-ID " "
                       WS-DATA-PESAGEM-EXIB " SITE " WU-SITE
                       " MOTIVOS: " WU-MOTIVOS
                       " REENVIADO: " WS-REENVIO-DETALHE
                       DELIMITED BY SIZE INTO RELATORIO-LINE
                   WRITE RELATORIO-LINE
               END-IF
           END-IF.
           PERFORM LER-SUS-ORDENADO.

      * Primeira transacao pendente valida do mesmo paciente e data
      * de pesagem; a transacao casada fica marcada como aplicada e
      * nao baixa outro item.
       LOCALIZAR-TRANSACAO.
           MOVE ZERO TO WS-TRN-ACHADA.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
                   OR WS-TRN-ACHADA > ZERO
               IF TR-APLICADA(WS-TRN-SUB) = "N"
                   AND TR-ID(WS-TRN-SUB) = WU-PATIENT-ID
                   AND TR-DATA(WS-TRN-SUB) = WU-DATA-PESAGEM
                   MOVE WS-TRN-SUB TO WS-TRN-ACHADA
                   MOVE "S" TO TR-APLICADA(WS-TRN-SUB)
               END-IF
           END-PERFORM.

       MONTAR-DETALHE-CORRIGIDO.
           MOVE WU-REGISTRO TO WS-REENVIO-DETALHE.
           IF TR-NOVO-ID(WS-TRN-IDX) NOT = SPACES
               MOVE TR-NOVO-ID(WS-TRN-IDX) TO WD-PATIENT-ID
           END-IF.
           IF TR-PESO(WS-TRN-IDX) NOT = SPACES
               MOVE TR-PESO(WS-TRN-IDX) TO WD-PESO-RAW
           END-IF.
           IF TR-ALTURA(WS-TRN-IDX) NOT = SPACES
               MOVE TR-ALTURA(WS-TRN-IDX) TO WD-ALTURA-RAW
           END-IF.
           IF TR-IDADE(WS-TRN-IDX) NOT = SPACES
               MOVE TR-IDADE(WS-TRN-IDX) TO WD-IDADE-RAW
           END-IF.
           IF TR-SEXO(WS-TRN-IDX) NOT = SPACE
               MOVE TR-SEXO(WS-TRN-IDX) TO WD-SEXO
           END-IF.
           IF TR-UNIDADE(WS-TRN-IDX) NOT = SPACES
               MOVE TR-UNIDADE(WS-TRN-IDX) TO WD-UNIDADE
           END-IF.
           IF TR-EQUIPAMENTO(WS-TRN-IDX) NOT = SPACES
               MOVE TR-EQUIPAMENTO(WS-TRN-IDX) TO WD-EQUIPAMENTO
           END-IF.

      * Um bloco HDR/TRL por data de pesagem + site: a quebra abre o
      * header de reenvio e fecha o bloco anterior com contagem e
      * hash-total (soma dos 5 digitos do peso numerico), os mesmos
      * controles que o IMCSTEP confere em todo bloco do WEIGHIN.
       GRAVAR-DETALHE-REENVIO.
           IF WS-BLK-ABERTO = "S"
               AND (WU-DATA-PESAGEM NOT = WS-BLK-DATA
                   OR WU-SITE NOT = WS-BLK-SITE)
               PERFORM FECHAR-BLOCO-REENVIO
           END-IF.
           IF WS-BLK-ABERTO NOT = "S"
               PERFORM ABRIR-BLOCO-REENVIO
           END-IF.
           MOVE WS-REENVIO-DETALHE TO REENVIO-RECORD.
           WRITE REENVIO-RECORD.
           ADD 1 TO WS-BLK-CONT.
           IF WD-PESO-RAW IS NUMERIC
               MOVE WD-PESO-NUM TO WS-HASH-PARCELA
               ADD WS-HASH-PARCELA TO WS-BLK-HASH
           END-IF.

       ABRIR-BLOCO-REENVIO.
           MOVE "S" TO WS-BLK-ABERTO.
           MOVE WU-DATA-PESAGEM TO WS-BLK-DATA.
           MOVE WU-SITE TO WS-BLK-SITE.
           MOVE ZERO TO WS-BLK-CONT.
           MOVE ZERO TO WS-BLK-HASH.
           MOVE WS-BLK-DATA TO WH-DATA.
           MOVE WS-BLK-SITE TO WH-SITE.
           MOVE WS-REENVIO-HEADER TO REENVIO-RECORD.
           WRITE REENVIO-RECORD.
           ADD 1 TO WS-CONT-BLOCOS.

       FECHAR-BLOCO-REENVIO.
           MOVE WS-BLK-CONT TO WT-CONTADOR.
           MOVE WS-BLK-HASH TO WT-HASH.
           MOVE WS-REENVIO-TRAILER TO REENVIO-RECORD.
           WRITE REENVIO-RECORD.
           MOVE "N" TO WS-BLK-ABERTO.

       SOLTAR-PENDENTE.
           ADD 1 TO WS-SEQ-AGE.
           MOVE WU-UNIDADE TO AG-UNIDADE.
           MOVE WS-DIA-CONVERTIDO TO AG-DIA.
           MOVE WS-SEQ-AGE TO AG-SEQ.
           MOVE WU-PATIENT-ID TO AG-ID.
           MOVE WS-DATA-PESAGEM-EXIB TO AG-DATA.
           MOVE WU-SITE TO AG-SITE.
           MOVE WU-MOTIVOS TO AG-MOTIVOS.
           RELEASE AGE-SORT-RECORD.

      * Transacao que nao casou com nenhum item pendente, ou com acao
      * ou valor invalido, sai listada - a clinica precisa saber que
      * a correcao nao aconteceu.
       LISTAR-TRANSACOES-REJEITADAS.
           MOVE "TRANSACOES DE CORRECAO NAO APLICADAS:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LISTAR-UMA-REJEITADA
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-QTD.
           IF WS-CONT-TRN-REJEITADAS = ZERO
               MOVE "  NENHUMA." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LISTAR-UMA-REJEITADA.
           IF TR-APLICADA(WS-TRN-SUB) = "S"
               ADD 1 TO WS-CONT-TRN-APLICADAS
           ELSE
               ADD 1 TO WS-CONT-TRN-REJEITADAS
               MOVE SPACES TO RELATORIO-LINE
               EVALUATE TR-APLICADA(WS-TRN-SUB)
                   WHEN "I"
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - ACAO INVALIDA"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN "V"
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - DATA OU VALOR CORRIGIDO INVALIDO"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN OTHER
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - SEM ITEM PENDENTE CORRESPONDENTE"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
               END-EVALUATE
               WRITE RELATORIO-LINE
           END-IF.

      * Lista de envelhecimento: todo item ainda em suspensao, por
      * unidade (quebra) e data da pesagem, mais antigo primeiro.
       IMPRIMIR-ENVELHECIMENTO.
           MOVE "PESAGENS AINDA EM SUSPENSAO, POR UNIDADE:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO WS-UNIDADE-ANTERIOR.
           PERFORM RETORNAR-PENDENTE.
           PERFORM IMPRIMIR-UM-PENDENTE UNTIL WS-EOF-AGE.
           IF WS-CONT-REGRAVADOS = ZERO
               MOVE "  NENHUMA PESAGEM EM SUSPENSAO." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.

       RETORNAR-PENDENTE.
           RETURN AGE-SORT-FILE
               AT END SET WS-EOF-AGE TO TRUE
           END-RETURN.

       IMPRIMIR-UM-PENDENTE.
           IF WS-UNIDADE-ANTERIOR = SPACES
               OR AG-UNIDADE NOT = WS-UNIDADE-ANTERIOR
               MOVE AG-UNIDADE TO WS-UNIDADE-ANTERIOR
               MOVE SPACES TO RELATORIO-LINE
               STRING "UNIDADE " AG-UNIDADE ":"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ZERO TO WS-DIAS-ESPERA.
           IF AG-DIA > ZERO AND WS-DIA-HOJE > AG-DIA
               COMPUTE WS-DIAS-ESPERA = WS-DIA-HOJE - AG-DIA
           END-IF.
           MOVE WS-DIAS-ESPERA TO WS-DIAS-ESPERA-EDIT.
           IF WS-DIAS-ESPERA > WS-LIMIAR-DIAS
               MOVE "VENCIDO" TO WS-SITUACAO-ITEM
               ADD 1 TO WS-CONT-VENCIDOS
           ELSE
               MOVE SPACES TO WS-SITUACAO-ITEM
           END-IF.
           PERFORM LOCALIZAR-NOME-PACIENTE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " WS-SITUACAO-ITEM " " AG-ID " "
               WS-PACIENTE-NOME " " AG-DATA " SITE " AG-SITE " "
               WS-DIAS-ESPERA-EDIT " DIA(S) MOTIVOS: " AG-MOTIVOS
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM RETORNAR-PENDENTE.

       LOCALIZAR-NOME-PACIENTE.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE AG-ID TO PM-PATIENT-ID.
           READ PACMST-FILE
               INVALID KEY
                   MOVE "(NAO CADASTRADO NO MESTRE)"
                       TO WS-PACIENTE-NOME
               NOT INVALID KEY
                   MOVE PM-NOME TO WS-PACIENTE-NOME
           END-READ.

       GRAVAR-RODAPE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ITENS LIDOS DA SUSPENSAO.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REENVIADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CORRIGIDOS E REENVIADOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-BLOCOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "BLOCOS DE REENVIO GRAVADOS.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-DESCARTADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DESCARTADOS....................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REGRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PENDENTES REGRAVADOS...........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-VENCIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PENDENTES ALEM DO LIMIAR.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-TRN-LIDAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "TRANSACOES LIDAS...............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-TRN-APLICADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "TRANSACOES APLICADAS...........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-TRN-REJEITADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "TRANSACOES NAO APLICADAS.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-LIDOS = WS-CONT-REENVIADOS + WS-CONT-DESCARTADOS
               + WS-CONT-REGRAVADOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: LIDOS = REENVIADOS + "
                   "DESCARTADOS + REGRAVADOS"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.

       FINALIZAR.
           PERFORM GRAVAR-RODAPE.
           CLOSE SUSPENSO-NOVO-FILE.
           CLOSE REENVIO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE PACMST-FILE.
           IF WS-CONT-LIDOS NOT = WS-CONT-REENVIADOS
               + WS-CONT-DESCARTADOS + WS-CONT-REGRAVADOS
               DISPLAY "ERRO: conferencia da suspensao nao fecha - "
                   "suspensao viva NAO deve ser substituida"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-VENCIDOS > ZERO
                   OR WS-CONT-TRN-REJEITADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
