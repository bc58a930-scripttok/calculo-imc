       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCULTRB.
       AUTHOR RAFAEL.

      * Reconstrucao do resumo de pesagens por paciente (ULTPES): le
      * o historico vivo (HIST) e as geracoes de arquivo morto da
      * poda (HISTARC, o GDG inteiro concatenado na DD) e regrava o
      * KSDS do zero - ultima pesagem, ultima de data anterior,
      * pesagem mais antiga da janela de 30 dias, primeira pesagem e
      * quantidade, no mesmo layout mantido pelo IMC.cbl. Usado na
      * carga inicial do arquivo e para recupera-lo quando o cluster
      * se perde ou fica suspeito (restauracao de backup antigo,
      * IMCSTEP interrompido fora do checkpoint).
      *
      * A ordenacao e por SORT interno (paciente, dia e sequencia de
      * leitura DECRESCENTES - arquivo morto lido antes do vivo, entao
      * a sequencia maior e a gravacao mais recente do dia), e o
      * resumo de cada paciente sai na primeira passada pelas suas
      * pesagens: o primeiro registro e a ultima pesagem, o primeiro
      * de dia menor e a anterior, e a janela desce ate o limite de 30
      * dias. Registro de data invalida e ignorado e contado no
      * relatorio de controle (ULTRREL).
      *
      * Os campos de execucao (UP-EXECUCAO/UP-SEQ-LIDOS) saem em
      * branco/zero: a pesagem nao veio de nenhuma execucao do IMCSTEP
      * em andamento, entao a deteccao de re-postagem do mesmo dia
      * trata o que ja esta no historico como postado por outra
      * execucao (AVISO na trilha de auditoria, sem estorno).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-MORTO.

           SELECT ULTPES-FILE ASSIGN TO ULTPES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UP-PATIENT-ID
               FILE STATUS IS WS-FS-ULTPES.

           SELECT CONTROLE-FILE ASSIGN TO ULTRREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT CLASSIFICACAO-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - os
      * campos numericos chegam editados (ZZZ.99 / Z.99) e sao
      * convertidos com FUNCTION NUMVAL na leitura.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

      * Mesmo layout mantido por ATUALIZAR-ULTIMA-PESAGEM no IMC.cbl
      * (mapa de posicoes documentado la).
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

       FD  CONTROLE-FILE.
       01  CONTROLE-LINE           PIC X(100).

       SD  CLASSIFICACAO-FILE.
       01  CLASSIFICACAO-RECORD.
           05 CL-PATIENT-ID        PIC X(6).
           05 CL-DIA               PIC 9(7).
           05 CL-SEQ               PIC 9(7).
           05 CL-PESAGEM.
               10 CL-DATA              PIC 9(8).
               10 FILLER               PIC X(1).
               10 CL-PESO              PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 CL-ALTURA            PIC 9V99.
               10 FILLER               PIC X(1).
               10 CL-IMC               PIC 9(3)V99.
               10 FILLER               PIC X(1).
               10 CL-CATEGORIA-CODE    PIC X(2).
               10 FILLER               PIC X(1).
               10 CL-CATEGORIA         PIC X(30).
               10 FILLER               PIC X(1).
               10 CL-UNIDADE           PIC X(3).

       WORKING-STORAGE SECTION.

       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-ARQUIVO-MORTO     PIC XX VALUE "00".
       01  WS-FS-ULTPES            PIC XX VALUE "00".
       01  WS-FS-CONTROLE          PIC XX VALUE "00".

       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-ARC-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ARC           VALUE "Y".
       01  WS-EOF-CLASS-SWITCH     PIC X VALUE "N".
           88 WS-EOF-CLASS         VALUE "Y".

      * Geracao de arquivo morto pode nao existir ainda (clinica que
      * nunca rodou a poda) - ausencia nao e erro, so vai anotada no
      * relatorio de controle, como no IMCHISTR.
       01  WS-ARC-DISPONIVEL       PIC X VALUE "N".
           88 WS-TEM-ARQUIVO-MORTO VALUE "S".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-EXIBICAO        PIC X(10).

      * Registro de historico em area comum - as duas FDs (vivo e
      * arquivo morto) sao copiadas para ca antes da selecao, para o
      * mesmo tratamento valer para os dois arquivos.
       01  WS-REG-HISTORICO.
           05 WS-HT-PATIENT-ID     PIC X(6).
           05 FILLER               PIC X(1).
           05 WS-HT-DATA           PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HT-HORA           PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-HT-PESO           PIC X(6).
           05 FILLER               PIC X(1).
           05 WS-HT-ALTURA         PIC X(4).
           05 FILLER               PIC X(1).
           05 WS-HT-IMC            PIC X(6).
           05 FILLER               PIC X(1).
           05 WS-HT-CATEGORIA      PIC X(30).
           05 FILLER               PIC X(1).
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

      * Conversao da data dd/mm/aaaa do historico para AAAAMMDD e
      * numero de dias (FUNCTION INTEGER-OF-DATE), como no IMCHISTR -
      * data invalida marca WS-DIA-REGISTRO = 0 e o registro e
      * ignorado.
       01  WS-DATA-HIST.
           05 WS-HIST-DD           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-HIST-MM           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-HIST-AAAA         PIC X(4).
       01  WS-DATA-AAAAMMDD.
           05 WS-NUM-AAAA          PIC X(4).
           05 WS-NUM-MM            PIC X(2).
           05 WS-NUM-DD            PIC X(2).
       01  WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                   PIC 9(8).
       01  WS-DIA-REGISTRO         PIC 9(7).
       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.

      * Paciente em montagem na saida do SORT: dia da ultima pesagem
      * e da pesagem que abre a janela, limite inferior da janela e
      * se a anterior ja foi encontrada.
       01  WS-PACIENTE-CORRENTE    PIC X(6).
       01  WS-TEM-PACIENTE         PIC X VALUE "N".
       01  WS-TEM-ANTERIOR         PIC X VALUE "N".
       01  WS-DIA-ULTIMA           PIC 9(7).
       01  WS-DIA-JANELA           PIC 9(7).
       01  WS-JAN-DIA-INICIO       PIC S9(7).
       01  WS-JANELA-DIAS          PIC 9(3) VALUE 030.

       01  WS-CONT-LIDOS-VIVO      PIC 9(7) VALUE ZERO.
       01  WS-CONT-LIDOS-ARC       PIC 9(7) VALUE ZERO.
       01  WS-CONT-IGNORADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-CLASSIFICADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-RETORNADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-CATEG-DESCONH   PIC 9(7) VALUE ZERO.
       01  WS-CONT-GRAVADOS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT CLASSIFICACAO-FILE
               ON ASCENDING KEY CL-PATIENT-ID
               ON DESCENDING KEY CL-DIA CL-SEQ
               INPUT PROCEDURE IS CARREGAR-PESAGENS
               OUTPUT PROCEDURE IS MONTAR-RESUMOS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.

           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-FS-ARQUIVO-MORTO = "00"
               MOVE "S" TO WS-ARC-DISPONIVEL
           ELSE
               IF WS-FS-ARQUIVO-MORTO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD HISTARC "
                       "- status " WS-FS-ARQUIVO-MORTO
                   CLOSE HISTORICO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ULTPES-FILE.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTPES - "
                   "status " WS-FS-ULTPES
               CLOSE HISTORICO-FILE
               IF WS-TEM-ARQUIVO-MORTO
                   CLOSE ARQUIVO-MORTO-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROLE-FILE.
           IF WS-FS-CONTROLE NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTRREL - "
                   "status " WS-FS-CONTROLE
               CLOSE HISTORICO-FILE
               IF WS-TEM-ARQUIVO-MORTO
                   CLOSE ARQUIVO-MORTO-FILE
               END-IF
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVAR-CABECALHO-CONTROLE.

      * Alimenta o SORT com todas as pesagens - arquivo morto primeiro
      * e historico vivo depois, para a sequencia de leitura desempatar
      * pesagens do mesmo dia na ordem cronologica de gravacao.
       CARREGAR-PESAGENS.
           IF WS-TEM-ARQUIVO-MORTO
               PERFORM SELECIONAR-DO-ARQUIVO-MORTO UNTIL WS-EOF-ARC
           END-IF.
           PERFORM SELECIONAR-DO-HISTORICO UNTIL WS-EOF-HIST.

       SELECIONAR-DO-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END SET WS-EOF-ARC TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS-ARC
                   MOVE ARQUIVO-MORTO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

       SELECIONAR-DO-HISTORICO.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS-VIVO
                   MOVE HISTORICO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

      * Linha substituida ou anulada pelo IMCCORR nao entra no
      * resumo - a corrigida vem logo depois no historico.
       SELECIONAR-PESAGEM.
           PERFORM CONVERTER-DATA-REGISTRO.
           EVALUATE TRUE
               WHEN WS-HT-SITUACAO NOT = SPACE
                   ADD 1 TO WS-CONT-SUBSTITUIDOS
               WHEN WS-DIA-REGISTRO > ZERO
                   AND WS-HT-PATIENT-ID NOT = SPACES
                   PERFORM SOLTAR-PESAGEM
               WHEN OTHER
                   ADD 1 TO WS-CONT-IGNORADOS
           END-EVALUATE.

       SOLTAR-PESAGEM.
           ADD 1 TO WS-CONT-CLASSIFICADOS.
           ADD 1 TO WS-SEQ-LEITURA.
           MOVE SPACES TO CLASSIFICACAO-RECORD.
           MOVE WS-HT-PATIENT-ID TO CL-PATIENT-ID.
           MOVE WS-DIA-REGISTRO TO CL-DIA.
           MOVE WS-SEQ-LEITURA TO CL-SEQ.
           MOVE WS-DATA-AAAAMMDD-NUM TO CL-DATA.
           COMPUTE CL-PESO = FUNCTION NUMVAL(WS-HT-PESO).
           COMPUTE CL-ALTURA = FUNCTION NUMVAL(WS-HT-ALTURA).
           COMPUTE CL-IMC = FUNCTION NUMVAL(WS-HT-IMC).
           MOVE WS-HT-CATEGORIA TO CL-CATEGORIA.
           PERFORM CLASSIFICAR-CATEGORIA-CODIGO.
           MOVE WS-HT-UNIDADE TO CL-UNIDADE.
           RELEASE CLASSIFICACAO-RECORD.

       CONVERTER-DATA-REGISTRO.
           MOVE ZERO TO WS-DIA-REGISTRO.
           MOVE WS-HT-DATA TO WS-DATA-HIST.
           MOVE WS-HIST-AAAA TO WS-NUM-AAAA.
           MOVE WS-HIST-MM TO WS-NUM-MM.
           MOVE WS-HIST-DD TO WS-NUM-DD.
           IF WS-DATA-AAAAMMDD IS NUMERIC
               AND WS-NUM-MM >= "01" AND WS-NUM-MM <= "12"
               AND WS-NUM-DD >= "01" AND WS-NUM-DD <= "31"
               COMPUTE WS-DIA-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD-NUM)
           END-IF.

      * Codigo de duas letras da categoria (o mesmo atribuido por
      * CLASSIFICAR no IMC.cbl) a partir do nome gravado no historico;
      * nome desconhecido fica com codigo em branco e e contado.
       CLASSIFICAR-CATEGORIA-CODIGO.
           EVALUATE WS-HT-CATEGORIA
               WHEN "Magreza grave"
                   MOVE "MG" TO CL-CATEGORIA-CODE
               WHEN "Magreza moderada"
                   MOVE "MM" TO CL-CATEGORIA-CODE
               WHEN "Magreza leve"
                   MOVE "ML" TO CL-CATEGORIA-CODE
               WHEN "Peso normal"
                   MOVE "PN" TO CL-CATEGORIA-CODE
               WHEN "Sobrepeso"
                   MOVE "SP" TO CL-CATEGORIA-CODE
               WHEN "Obesidade Grau I"
                   MOVE "O1" TO CL-CATEGORIA-CODE
               WHEN "Obesidade Grau II"
                   MOVE "O2" TO CL-CATEGORIA-CODE
               WHEN "Obesidade Grau III"
                   MOVE "O3" TO CL-CATEGORIA-CODE
               WHEN "Abaixo do peso (pediatrico)"
                   MOVE "QA" TO CL-CATEGORIA-CODE
               WHEN "Peso adequado (pediatrico)"
                   MOVE "QN" TO CL-CATEGORIA-CODE
               WHEN "Sobrepeso (pediatrico)"
                   MOVE "QS" TO CL-CATEGORIA-CODE
               WHEN "Obesidade (pediatrico)"
                   MOVE "QO" TO CL-CATEGORIA-CODE
               WHEN OTHER
                   MOVE SPACES TO CL-CATEGORIA-CODE
                   ADD 1 TO WS-CONT-CATEG-DESCONH
           END-EVALUATE.

      * Recebe as pesagens por paciente, da mais recente para a mais
      * antiga; a quebra de paciente grava o resumo do anterior.
       MONTAR-RESUMOS.
           PERFORM RETORNAR-PESAGEM.
           PERFORM ACUMULAR-PESAGEM UNTIL WS-EOF-CLASS.
           IF WS-TEM-PACIENTE = "S"
               PERFORM GRAVAR-RESUMO
           END-IF.

       RETORNAR-PESAGEM.
           RETURN CLASSIFICACAO-FILE
               AT END SET WS-EOF-CLASS TO TRUE
           END-RETURN.

      * Primeira pesagem do paciente (a mais recente) abre o resumo
      * como ultima pesagem, inicio da janela e primeira pesagem; as
      * seguintes recuam a primeira pesagem, preenchem a anterior com
      * a primeira de dia menor e descem o inicio da janela enquanto
      * estiverem dentro dos 30 dias - no mesmo dia vale a gravacao
      * mais recente, como no IMC.cbl.
       ACUMULAR-PESAGEM.
           ADD 1 TO WS-CONT-RETORNADOS.
           IF WS-TEM-PACIENTE = "N"
               OR CL-PATIENT-ID NOT = WS-PACIENTE-CORRENTE
               IF WS-TEM-PACIENTE = "S"
                   PERFORM GRAVAR-RESUMO
               END-IF
               PERFORM ABRIR-RESUMO
           ELSE
               ADD 1 TO UP-QTD-PESAGENS
               MOVE CL-DATA TO UP-PRIMEIRA-DATA
               IF WS-TEM-ANTERIOR = "N"
                   AND CL-DIA < WS-DIA-ULTIMA
                   MOVE CL-PESAGEM TO UP-ANTERIOR
                   MOVE "S" TO WS-TEM-ANTERIOR
               END-IF
               IF CL-DIA NOT < WS-JAN-DIA-INICIO
                   AND CL-DIA < WS-DIA-JANELA
                   MOVE CL-DATA TO UP-JAN-DATA
                   MOVE CL-PESO TO UP-JAN-PESO
                   MOVE CL-DIA TO WS-DIA-JANELA
               END-IF
           END-IF.
           PERFORM RETORNAR-PESAGEM.

       ABRIR-RESUMO.
           MOVE "S" TO WS-TEM-PACIENTE.
           MOVE "N" TO WS-TEM-ANTERIOR.
           MOVE CL-PATIENT-ID TO WS-PACIENTE-CORRENTE.
           MOVE SPACES TO ULTPES-RECORD.
           MOVE CL-PATIENT-ID TO UP-PATIENT-ID.
           MOVE CL-PESAGEM TO UP-ULTIMA.
           MOVE ZERO TO UP-ANT-DATA.
           MOVE ZERO TO UP-ANT-PESO.
           MOVE ZERO TO UP-ANT-ALTURA.
           MOVE ZERO TO UP-ANT-IMC.
           MOVE CL-DATA TO UP-JAN-DATA.
           MOVE CL-PESO TO UP-JAN-PESO.
           MOVE CL-DATA TO UP-PRIMEIRA-DATA.
           MOVE 1 TO UP-QTD-PESAGENS.
           MOVE ZERO TO UP-SEQ-LIDOS.
           MOVE CL-DIA TO WS-DIA-ULTIMA.
           MOVE CL-DIA TO WS-DIA-JANELA.
           COMPUTE WS-JAN-DIA-INICIO = CL-DIA - WS-JANELA-DIAS.

      * Chaves chegam em ordem crescente do SORT - qualquer falha de
      * gravacao e erro de arquivo, nao de dado.
       GRAVAR-RESUMO.
           WRITE ULTPES-RECORD
               INVALID KEY
                   DISPLAY "ERRO: falha ao gravar resumo do paciente "
                       UP-PATIENT-ID " - status " WS-FS-ULTPES
                   CLOSE HISTORICO-FILE
                   IF WS-TEM-ARQUIVO-MORTO
                       CLOSE ARQUIVO-MORTO-FILE
                   END-IF
                   CLOSE ULTPES-FILE
                   CLOSE CONTROLE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.

       GRAVAR-CABECALHO-CONTROLE.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "RECONSTRUCAO DO RESUMO DE PESAGENS (ULTPES) - "
               "EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE ALL "-" TO CONTROLE-LINE.
           WRITE CONTROLE-LINE.

       GRAVAR-RODAPE-CONTROLE.
           MOVE WS-CONT-LIDOS-VIVO TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "REGISTROS LIDOS DO HIST VIVO...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-LIDOS-ARC TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "REGISTROS LIDOS DO HISTARC.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           IF NOT WS-TEM-ARQUIVO-MORTO
               MOVE SPACES TO CONTROLE-LINE
               STRING "DD HISTARC AUSENTE - SO O HISTORICO VIVO "
                   "FOI CONSIDERADO."
                   DELIMITED BY SIZE INTO CONTROLE-LINE
               WRITE CONTROLE-LINE
           END-IF.
           MOVE WS-CONT-IGNORADOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "IGNORADOS (DATA/ID INVALIDO)...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "SUBSTITUIDOS/ANULADOS IGNORADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-CLASSIFICADOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "PESAGENS CLASSIFICADAS.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-CATEG-DESCONH TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "CATEGORIA DESCONHECIDA.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-GRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "PACIENTES GRAVADOS NO ULTPES...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE ALL "-" TO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           IF WS-CONT-LIDOS-VIVO + WS-CONT-LIDOS-ARC =
                   WS-CONT-IGNORADOS + WS-CONT-SUBSTITUIDOS
                   + WS-CONT-CLASSIFICADOS
               AND WS-CONT-CLASSIFICADOS = WS-CONT-RETORNADOS
               MOVE SPACES TO CONTROLE-LINE
               STRING "CONFERENCIA OK: LIDOS = IGNORADOS + "
                   "SUBSTITUIDOS + CLASSIFICADOS; CLASSIFICADOS = "
                   "DEVOLVIDOS PELO SORT"
                   DELIMITED BY SIZE INTO CONTROLE-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO CONTROLE-LINE
           END-IF.
           WRITE CONTROLE-LINE.

      * Conferencia que nao fecha da RC=12 - o resumo gravado nao e
      * confiavel e o IMCBATCH nao deve rodar sobre ele. RC=4 avisa
      * registros ignorados ou de categoria desconhecida: o resumo
      * vale, mas o historico tem linhas a conferir.
       FINALIZAR.
           PERFORM GRAVAR-RODAPE-CONTROLE.
           CLOSE HISTORICO-FILE.
           IF WS-TEM-ARQUIVO-MORTO
               CLOSE ARQUIVO-MORTO-FILE
           END-IF.
           CLOSE ULTPES-FILE.
           CLOSE CONTROLE-FILE.
           IF WS-CONT-LIDOS-VIVO + WS-CONT-LIDOS-ARC NOT =
                   WS-CONT-IGNORADOS + WS-CONT-SUBSTITUIDOS
                   + WS-CONT-CLASSIFICADOS
               OR WS-CONT-CLASSIFICADOS NOT = WS-CONT-RETORNADOS
               DISPLAY "ERRO: conferencia da reconstrucao nao fecha - "
                   "ULTPES NAO deve ser usado"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-IGNORADOS > ZERO
                   OR WS-CONT-CATEG-DESCONH > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
