       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCVERIF.
       AUTHOR RAFAEL.

      * Verificacao clinica das pesagens retidas: o IMCSTEP grava em
      * PENDVER toda pesagem valida cuja variacao de peso ou altura
      * contra a ultima pesagem postada do paciente passa do aceito
      * para o intervalo (limites PESBAS/PESDIA/ALTBAS/ALTDIA do
      * REFTAB) - registro original de 30 bytes, site, data da
      * pesagem, data da retencao, medida anterior e os campos que a
      * reprovaram. A enfermeira-chefe confere cada item (repesagem,
      * prontuario) e digita a decisao no arquivo de transacoes
      * (VERTRAN): item liberado sai da retencao e e gravado no
      * arquivo de reenvio (REENVIO) como bloco HDR/TRL marcado "V"
      * (verificado), com a data ORIGINAL da pesagem no header, que o
      * job acrescenta ao reenvio acumulado junto com a copia da
      * retencao e que a proxima execucao do IMCSTEP le concatenado ao
      * WEIGHIN do dia e posta sem repetir a conferencia de
      * plausibilidade; item rejeitado sai da retencao e fica listado
      * no relatorio com o operador. O restante e regravado em PENDNEW
      * (o step seguinte copia por cima) e sai na lista de retidas por
      * unidade, com os dias de espera e a medida anterior ao lado da
      * atual.
      *
      * Formato do arquivo de transacoes (VERTRAN), CSV:
      *   PATIENT_ID,DATA,ACAO,OPERADOR
      *   PATIENT_ID = o ID como esta no item retido
      *   DATA       = data da pesagem dd/mm/aaaa, como na lista
      *   ACAO       = LIBERAR ou REJEITAR
      *   OPERADOR   = identificacao de quem decidiu (obrigatorio)
      * Cada transacao baixa UM item (o mais antigo pendente do
      * paciente naquela data). Toda transacao termina aplicada ou
      * listada no relatorio com o motivo (acao invalida, data ou
      * operador ausente, sem item pendente correspondente).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDVER-FILE ASSIGN TO PENDVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDVER.

           SELECT TRANSACAO-FILE ASSIGN TO VERTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

           SELECT PENDVER-NOVO-FILE ASSIGN TO PENDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDVER-NOVO.

           SELECT REENVIO-FILE ASSIGN TO REENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REENVIO.

           SELECT RELATORIO-FILE ASSIGN TO VERIREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT PEN-ORDENADO-FILE ASSIGN TO VERORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEN-ORDENADO.

           SELECT PEN-SORT-FILE ASSIGN TO SORTWK.

           SELECT RET-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-PENDENTE-VERIFICACAO no
      * IMC.cbl.
       FD  PENDVER-FILE.
       01  PENDVER-RECORD          PIC X(81).

       FD  TRANSACAO-FILE.
       01  TRANSACAO-LINE          PIC X(80).

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

       FD  PENDVER-NOVO-FILE.
       01  PENDVER-NOVO-RECORD     PIC X(81).

      * Mesmo layout de registro do WEIGHIN lido pelo IMC.cbl (header
      * HDR com WH-REENVIO = "V", detalhes de 30 bytes, trailer TRL).
       FD  REENVIO-FILE.
       01  REENVIO-RECORD          PIC X(30).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

       FD  PEN-ORDENADO-FILE.
       01  PEN-ORDENADO-RECORD.
           05 PO-DATA              PIC X(8).
           05 PO-SITE              PIC X(3).
           05 PO-SEQ               PIC 9(7).
           05 PO-REG               PIC X(81).

       SD  PEN-SORT-FILE.
       01  PEN-SORT-RECORD.
           05 PS-DATA              PIC X(8).
           05 PS-SITE              PIC X(3).
           05 PS-SEQ               PIC 9(7).
           05 PS-REG               PIC X(81).

       SD  RET-SORT-FILE.
       01  RET-SORT-RECORD.
           05 RT-UNIDADE           PIC X(3).
           05 RT-DIA               PIC 9(7).
           05 RT-SEQ               PIC 9(7).
           05 RT-REG               PIC X(81).

       WORKING-STORAGE SECTION.

       01  WS-FS-PENDVER           PIC XX VALUE "00".
       01  WS-FS-TRANSACAO         PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-PENDVER-NOVO      PIC XX VALUE "00".
       01  WS-FS-REENVIO           PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-PEN-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-PEN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-PEN           VALUE "Y".
       01  WS-EOF-TRN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-TRN           VALUE "Y".
       01  WS-EOF-PORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-PORD          VALUE "Y".
       01  WS-EOF-RET-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RET           VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-DIA-HOJE             PIC 9(7).

      * Registro retido em area de trabalho (layout do IMC.cbl).
       01  WS-PEN-REG.
           05 WV-REGISTRO.
               10 WV-PATIENT-ID    PIC X(6).
               10 WV-PESO-RAW      PIC X(5).
               10 WV-PESO-NUM REDEFINES WV-PESO-RAW
                                   PIC 9(3)V99.
               10 WV-ALTURA-RAW    PIC X(3).
               10 WV-ALTURA-NUM REDEFINES WV-ALTURA-RAW
                                   PIC 9V99.
               10 WV-IDADE-RAW     PIC X(2).
               10 WV-SEXO          PIC X(1).
               10 WV-UNIDADE       PIC X(3).
               10 WV-EQUIPAMENTO   PIC X(10).
           05 FILLER               PIC X(1).
           05 WV-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 WV-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 WV-DATA-RETENCAO     PIC X(10).
           05 FILLER               PIC X(1).
           05 WV-DATA-ANTERIOR     PIC 9(8).
           05 FILLER               PIC X(1).
           05 WV-PESO-ANTERIOR     PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 WV-ALTURA-ANTERIOR   PIC 9V99.
           05 FILLER               PIC X(1).
           05 WV-MOTIVOS           PIC X(7).

      * Detalhe liberado, no layout de 30 bytes do WEIGHIN, e
      * header/trailer do bloco verificado.
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
           05 WH-REENVIO           PIC X(1) VALUE "V".
           05 FILLER               PIC X(15) VALUE SPACES.
       01  WS-REENVIO-TRAILER.
           05 WT-TIPO              PIC X(3) VALUE "TRL".
           05 WT-CONTADOR          PIC 9(6).
           05 WT-HASH              PIC 9(12).
           05 FILLER               PIC X(9) VALUE SPACES.

      * Bloco verificado em montagem: um por data de pesagem + site,
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
       01  WS-DATA-ANTERIOR-EXIB   PIC X(10).

      * Decisoes da enfermeira-chefe - arquivo manual e pequeno por
      * natureza; estouro da tabela abenda antes de regravar qualquer
      * coisa.
       01  WS-TRN-QTD              PIC 9(4) VALUE ZERO.
       01  WS-TRN-LIMITE           PIC 9(4) VALUE 2000.
       01  WS-TRN-TABELA.
           05 WS-TRN-ITEM OCCURS 2000 TIMES INDEXED BY WS-TRN-IDX.
               10 TR-ID            PIC X(6).
               10 TR-DATA          PIC X(8).
               10 TR-DATA-EXIB     PIC X(10).
               10 TR-ACAO          PIC X(8).
               10 TR-OPERADOR      PIC X(10).
               10 TR-APLICADA      PIC X(1).
       01  WS-TRN-SUB              PIC 9(4).
       01  WS-TRN-ACHADA           PIC 9(4).
       01  WS-DEM-ID               PIC X(6).
       01  WS-DEM-DATA             PIC X(10).
       01  WS-DEM-ACAO             PIC X(8).
       01  WS-DEM-OPERADOR         PIC X(10).

       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.
       01  WS-SEQ-RET              PIC 9(7) VALUE ZERO.
       01  WS-DIAS-ESPERA          PIC 9(5).
       01  WS-DIAS-ESPERA-EDIT     PIC ZZZZ9.
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-UNIDADE-ANTERIOR     PIC X(3).
       01  WS-HASH-PARCELA         PIC 9(5).
       01  WS-PESO-ANT-EDIT        PIC ZZ9.99.
       01  WS-PESO-ATU-EDIT        PIC ZZ9.99.
       01  WS-ALTURA-ANT-EDIT      PIC 9.99.
       01  WS-ALTURA-ATU-EDIT      PIC 9.99.
       01  WS-MEDIDAS-EXIB         PIC X(60).

       01  WS-CONT-LIDOS           PIC 9(7) VALUE ZERO.
       01  WS-CONT-REGRAVADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-LIBERADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-REJEITADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-BLOCOS          PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-LIDAS       PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-APLICADAS   PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-REJEITADAS  PIC 9(4) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT PEN-SORT-FILE
               ON ASCENDING KEY PS-DATA PS-SITE PS-SEQ
               INPUT PROCEDURE IS CARREGAR-PENDENTES
               GIVING PEN-ORDENADO-FILE.
           PERFORM ABRIR-SAIDAS.
           SORT RET-SORT-FILE
               ON ASCENDING KEY RT-UNIDADE RT-DIA RT-SEQ
               INPUT PROCEDURE IS PROCESSAR-PENDENTES
               OUTPUT PROCEDURE IS IMPRIMIR-RETIDAS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA-NUM).

           PERFORM CARREGAR-TRANSACOES.

           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Carrega as decisoes; arquivo ausente (dia sem verificacao)
      * significa nenhuma transacao. Acao invalida, data invalida ou
      * operador ausente e rejeitado ja na carga e listado no
      * relatorio mais adiante.
       CARREGAR-TRANSACOES.
           OPEN INPUT TRANSACAO-FILE.
           IF WS-FS-TRANSACAO = "00"
               PERFORM CARREGAR-UMA-TRANSACAO UNTIL WS-EOF-TRN
               CLOSE TRANSACAO-FILE
           ELSE
               IF WS-FS-TRANSACAO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD VERTRAN "
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
                           WS-DEM-ACAO WS-DEM-OPERADOR
                       UNSTRING TRANSACAO-LINE DELIMITED BY ","
                           INTO WS-DEM-ID WS-DEM-DATA WS-DEM-ACAO
                               WS-DEM-OPERADOR
                       IF WS-TRN-QTD >= WS-TRN-LIMITE
                           DISPLAY "ERRO: transacoes de verificacao "
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
           MOVE WS-DEM-OPERADOR TO TR-OPERADOR(WS-TRN-IDX).
           MOVE WS-DEM-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           MOVE WS-DATA-AAAAMMDD TO TR-DATA(WS-TRN-IDX).
           MOVE "N" TO TR-APLICADA(WS-TRN-IDX).
           IF WS-DEM-ACAO NOT = "LIBERAR"
               AND WS-DEM-ACAO NOT = "REJEITAR"
               MOVE "I" TO TR-APLICADA(WS-TRN-IDX)
           ELSE
               IF WS-DIA-CONVERTIDO = ZERO
                   OR WS-DEM-OPERADOR = SPACES
                   MOVE "V" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           END-IF.

       CARREGAR-PENDENTES.
           OPEN INPUT PENDVER-FILE.
           IF WS-FS-PENDVER = "00"
               PERFORM CARREGAR-UM-PENDENTE UNTIL WS-EOF-PEN
               CLOSE PENDVER-FILE
           ELSE
               IF WS-FS-PENDVER NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD PENDVER "
                       "- status " WS-FS-PENDVER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGAR-UM-PENDENTE.
           READ PENDVER-FILE
               AT END SET WS-EOF-PEN TO TRUE
               NOT AT END
                   IF PENDVER-RECORD NOT = SPACES
                       ADD 1 TO WS-CONT-LIDOS
                       ADD 1 TO WS-SEQ-LEITURA
                       MOVE PENDVER-RECORD TO WS-PEN-REG
                       MOVE WV-DATA-PESAGEM TO PS-DATA
                       MOVE WV-SITE TO PS-SITE
                       MOVE WS-SEQ-LEITURA TO PS-SEQ
                       MOVE PENDVER-RECORD TO PS-REG
                       RELEASE PEN-SORT-RECORD
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
           OPEN OUTPUT PENDVER-NOVO-FILE.
           IF WS-FS-PENDVER-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PENDNEW - "
                   "status " WS-FS-PENDVER-NOVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Mesmo esquema do IMCSUSP - os blocos desta execucao vao para
      * um arquivo de trabalho que o step seguinte so acrescenta ao
      * reenvio acumulado quando a retencao regravada for copiada; o
      * IMCSTEP distingue os blocos verificados pelo "V" no header.
           OPEN OUTPUT REENVIO-FILE.
           IF WS-FS-REENVIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD REENVIO - "
                   "status " WS-FS-REENVIO
               CLOSE PENDVER-NOVO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD VERIREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PENDVER-NOVO-FILE
               CLOSE REENVIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "VERIFICACAO CLINICA DE PESAGENS RETIDAS "
               "- EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE "ITENS BAIXADOS DA RETENCAO NESTA EXECUCAO:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Passada principal sobre as retidas ordenadas por data da
      * pesagem/site: aplica liberacoes e rejeicoes, grava os blocos
      * verificados, regrava as pendentes em PENDNEW e solta todas as
      * pendentes para o SORT da lista por unidade.
       PROCESSAR-PENDENTES.
           OPEN INPUT PEN-ORDENADO-FILE.
           IF WS-FS-PEN-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD VERORD - "
                   "status " WS-FS-PEN-ORDENADO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-PEN-ORDENADO.
           PERFORM PROCESSAR-UM-PENDENTE UNTIL WS-EOF-PORD.
           CLOSE PEN-ORDENADO-FILE.
           IF WS-BLK-ABERTO = "S"
               PERFORM FECHAR-BLOCO-REENVIO
           END-IF.
           IF WS-CONT-LIBERADOS + WS-CONT-REJEITADOS = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LISTAR-TRANSACOES-REJEITADAS.

       LER-PEN-ORDENADO.
           READ PEN-ORDENADO-FILE
               AT END SET WS-EOF-PORD TO TRUE
           END-READ.

       PROCESSAR-UM-PENDENTE.
           MOVE PO-REG TO WS-PEN-REG.
           MOVE WV-DATA-PESAGEM TO WS-DATA-AAAAMMDD.
           PERFORM CONVERTER-DATA-NUMERICA.
           MOVE SPACES TO WS-DATA-PESAGEM-EXIB.
           STRING WS-NUM-DD "/" WS-NUM-MM "/" WS-NUM-AAAA
               DELIMITED BY SIZE INTO WS-DATA-PESAGEM-EXIB.
           PERFORM MONTAR-MEDIDAS-EXIB.
           PERFORM LOCALIZAR-TRANSACAO.
           IF WS-TRN-ACHADA = ZERO
               MOVE WS-PEN-REG TO PENDVER-NOVO-RECORD
               WRITE PENDVER-NOVO-RECORD
               ADD 1 TO WS-CONT-REGRAVADOS
               PERFORM SOLTAR-PENDENTE
           ELSE
               SET WS-TRN-IDX TO WS-TRN-ACHADA
               MOVE SPACES TO RELATORIO-LINE
               IF TR-ACAO(WS-TRN-IDX) = "REJEITAR"
                   ADD 1 TO WS-CONT-REJEITADOS
                   STRING "  REJEITADO " WV-PATIENT-ID " "
                       WS-DATA-PESAGEM-EXIB " SITE " WV-SITE
                       " UNIDADE " WV-UNIDADE " "
                       WS-MEDIDAS-EXIB
                       " POR " TR-OPERADOR(WS-TRN-IDX)
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               ELSE
                   MOVE WV-REGISTRO TO WS-REENVIO-DETALHE
                   PERFORM GRAVAR-DETALHE-REENVIO
                   ADD 1 TO WS-CONT-LIBERADOS
                   STRING "  LIBERADO  " WV-PATIENT-ID " "
                       WS-DATA-PESAGEM-EXIB " SITE " WV-SITE
                       " UNIDADE " WV-UNIDADE " "
                       WS-MEDIDAS-EXIB
                       " POR " TR-OPERADOR(WS-TRN-IDX)
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               END-IF
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM LER-PEN-ORDENADO.

      * Medida anterior (data, peso, altura) ao lado da atual e os
      * campos que reprovaram a pesagem, para a conferencia.
       MONTAR-MEDIDAS-EXIB.
           MOVE SPACES TO WS-DATA-ANTERIOR-EXIB.
           IF WV-DATA-ANTERIOR IS NUMERIC
               STRING WV-DATA-ANTERIOR(7:2) "/" WV-DATA-ANTERIOR(5:2)
                   "/" WV-DATA-ANTERIOR(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ANTERIOR-EXIB
           END-IF.
           MOVE ZERO TO WS-PESO-ANT-EDIT WS-PESO-ATU-EDIT
               WS-ALTURA-ANT-EDIT WS-ALTURA-ATU-EDIT.
           IF WV-PESO-ANTERIOR IS NUMERIC
               MOVE WV-PESO-ANTERIOR TO WS-PESO-ANT-EDIT
           END-IF.
           IF WV-ALTURA-ANTERIOR IS NUMERIC
               MOVE WV-ALTURA-ANTERIOR TO WS-ALTURA-ANT-EDIT
           END-IF.
           IF WV-PESO-RAW IS NUMERIC
               MOVE WV-PESO-NUM TO WS-PESO-ATU-EDIT
           END-IF.
           IF WV-ALTURA-RAW IS NUMERIC
               MOVE WV-ALTURA-NUM TO WS-ALTURA-ATU-EDIT
           END-IF.
           MOVE SPACES TO WS-MEDIDAS-EXIB.
           STRING "PESO " WS-PESO-ANT-EDIT ">" WS-PESO-ATU-EDIT
               " ALT " WS-ALTURA-ANT-EDIT ">" WS-ALTURA-ATU-EDIT
               " ANT " WS-DATA-ANTERIOR-EXIB " [" WV-MOTIVOS "]"
               DELIMITED BY SIZE INTO WS-MEDIDAS-EXIB.

      * Primeira transacao pendente valida do mesmo paciente e data
      * de pesagem; a transacao casada fica marcada como aplicada e
      * nao baixa outro item.
       LOCALIZAR-TRANSACAO.
           MOVE ZERO TO WS-TRN-ACHADA.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
                   OR WS-TRN-ACHADA > ZERO
               IF TR-APLICADA(WS-TRN-SUB) = "N"
                   AND TR-ID(WS-TRN-SUB) = WV-PATIENT-ID
                   AND TR-DATA(WS-TRN-SUB) = WV-DATA-PESAGEM
                   MOVE WS-TRN-SUB TO WS-TRN-ACHADA
                   MOVE "S" TO TR-APLICADA(WS-TRN-SUB)
               END-IF
           END-PERFORM.

      * Um bloco HDR/TRL por data de pesagem + site, com contagem e
      * hash-total (soma dos 5 digitos do peso numerico), os mesmos
      * controles que o IMCSTEP confere em todo bloco do WEIGHIN.
       GRAVAR-DETALHE-REENVIO.
           IF WS-BLK-ABERTO = "S"
               AND (WV-DATA-PESAGEM NOT = WS-BLK-DATA
                   OR WV-SITE NOT = WS-BLK-SITE)
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
           MOVE WV-DATA-PESAGEM TO WS-BLK-DATA.
           MOVE WV-SITE TO WS-BLK-SITE.
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
           ADD 1 TO WS-SEQ-RET.
           MOVE WV-UNIDADE TO RT-UNIDADE.
           MOVE WS-DIA-CONVERTIDO TO RT-DIA.
           MOVE WS-SEQ-RET TO RT-SEQ.
           MOVE WS-PEN-REG TO RT-REG.
           RELEASE RET-SORT-RECORD.

      * Transacao que nao casou com nenhum item pendente, ou com acao,
      * data ou operador invalido, sai listada - quem decidiu precisa
      * saber que a decisao nao foi aplicada.
       LISTAR-TRANSACOES-REJEITADAS.
           MOVE "TRANSACOES DE VERIFICACAO NAO APLICADAS:"
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
                           " - DATA INVALIDA OU OPERADOR AUSENTE"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN OTHER
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - SEM ITEM RETIDO CORRESPONDENTE"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
               END-EVALUATE
               WRITE RELATORIO-LINE
           END-IF.

      * Lista das retidas que continuam aguardando verificacao, por
      * unidade (quebra) e data da pesagem, mais antiga primeiro.
       IMPRIMIR-RETIDAS.
           MOVE "PESAGENS AINDA RETIDAS PARA VERIFICACAO, POR UNIDADE:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO WS-UNIDADE-ANTERIOR.
           PERFORM RETORNAR-RETIDA.
           PERFORM IMPRIMIR-UMA-RETIDA UNTIL WS-EOF-RET.
           IF WS-CONT-REGRAVADOS = ZERO
               MOVE "  NENHUMA PESAGEM RETIDA." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.

       RETORNAR-RETIDA.
           RETURN RET-SORT-FILE
               AT END SET WS-EOF-RET TO TRUE
           END-RETURN.

       IMPRIMIR-UMA-RETIDA.
           MOVE RT-REG TO WS-PEN-REG.
           IF WS-UNIDADE-ANTERIOR = SPACES
               OR RT-UNIDADE NOT = WS-UNIDADE-ANTERIOR
               MOVE RT-UNIDADE TO WS-UNIDADE-ANTERIOR
               MOVE SPACES TO RELATORIO-LINE
               STRING "UNIDADE " RT-UNIDADE ":"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE WV-DATA-PESAGEM TO WS-DATA-AAAAMMDD.
           MOVE SPACES TO WS-DATA-PESAGEM-EXIB.
           STRING WS-NUM-DD "/" WS-NUM-MM "/" WS-NUM-AAAA
               DELIMITED BY SIZE INTO WS-DATA-PESAGEM-EXIB.
           MOVE ZERO TO WS-DIAS-ESPERA.
           IF RT-DIA > ZERO AND WS-DIA-HOJE > RT-DIA
               COMPUTE WS-DIAS-ESPERA = WS-DIA-HOJE - RT-DIA
           END-IF.
           MOVE WS-DIAS-ESPERA TO WS-DIAS-ESPERA-EDIT.
           PERFORM MONTAR-MEDIDAS-EXIB.
           PERFORM LOCALIZAR-NOME-PACIENTE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " WV-PATIENT-ID " " WS-PACIENTE-NOME " "
               WS-DATA-PESAGEM-EXIB " SITE " WV-SITE " "
               WS-DIAS-ESPERA-EDIT " DIA(S) " WS-MEDIDAS-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM RETORNAR-RETIDA.

       LOCALIZAR-NOME-PACIENTE.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE WV-PATIENT-ID TO PM-PATIENT-ID.
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
           STRING "ITENS RETIDOS LIDOS............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-LIBERADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LIBERADOS E REENVIADOS.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-BLOCOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "BLOCOS VERIFICADOS GRAVADOS....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REJEITADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REJEITADOS.....................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REGRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "AINDA RETIDOS REGRAVADOS.......: " WS-CONT-EDIT
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
           IF WS-CONT-LIDOS = WS-CONT-LIBERADOS + WS-CONT-REJEITADOS
               + WS-CONT-REGRAVADOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: LIDOS = LIBERADOS + "
                   "REJEITADOS + REGRAVADOS"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.

       FINALIZAR.
           PERFORM GRAVAR-RODAPE.
           CLOSE PENDVER-NOVO-FILE.
           CLOSE REENVIO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE PACMST-FILE.
           IF WS-CONT-LIDOS NOT = WS-CONT-LIBERADOS
               + WS-CONT-REJEITADOS + WS-CONT-REGRAVADOS
               DISPLAY "ERRO: conferencia da retencao nao fecha - "
                   "PENDVER viva NAO deve ser substituida"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-REGRAVADOS > ZERO
                   OR WS-CONT-TRN-REJEITADAS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
