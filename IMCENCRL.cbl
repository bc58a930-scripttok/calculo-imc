       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCENCRL.
       AUTHOR RAFAEL.

      * Relatorio trimestral de desfecho dos encaminhamentos: para
      * cada encaminhamento do arquivo RECALL (carta de encaminhamento
      * do IMCSTEP ou alerta de faixa critica do IMCTREND) segue o
      * paciente no historico vivo e em todas as geracoes do arquivo
      * morto e mostra IMC e categoria na linha de base e por volta
      * de 3, 6 e 12 meses depois, com o desfecho de cada ponto:
      *   MELHOROU   - categoria mais perto da faixa normal, ou mesma
      *                categoria com IMC 1,00 ponto ou mais na direcao
      *                do normal
      *   PIOROU     - o contrario
      *   INALTERADO - nenhum dos dois
      *   PERDIDO    - janela do ponto ja encerrada sem pesagem
      *   EM ABERTO  - janela ainda nao encerrada na data de
      *                referencia e sem pesagem ate agora
      * O numero que a diretoria clinica pede em toda revisao de
      * orcamento sai totalizado por unidade e categoria do
      * encaminhamento, por unidade, por adulto/pediatrico e geral.
      *
      * Linha de base = ultima pesagem vigente no dia do
      * encaminhamento ou ate 30 dias antes (reenvio da suspensao
      * grava a pesagem na data original). Ponto de N dias = pesagem
      * mais proxima do dia N (90, 180, 365) dentro de +/- 45 dias;
      * empate fica com a mais antiga. Encaminhamento sem linha de
      * base (pesagem apagada fora do IMCCORR) e listado e contado a
      * parte, sem desfecho. Recall cancelado pelo IMCCORR (status C)
      * nao e encaminhamento valido e fica fora. Linhas substituidas
      * ou anuladas do historico (pos 86) tambem ficam fora.
      *
      * A data de referencia vem da DD TRIMPARM (AAAAMMDD, em geral o
      * ultimo dia do trimestre); DUMMY, vazia ou invalida usa hoje.
      * Encaminhamentos e pesagens posteriores a ela sao ignorados, de
      * modo que reprocessar um trimestre fechado da o mesmo numero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE ASSIGN TO RECALL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECALL.

           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-MORTO.

           SELECT PARAMETRO-FILE ASSIGN TO TRIMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT RELATORIO-FILE ASSIGN TO ENCREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT ENC-ORDENADO-FILE ASSIGN TO ENCORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENC-ORDENADO.

           SELECT PES-ORDENADO-FILE ASSIGN TO PESORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PES-ORDENADO.

           SELECT ENC-SORT-FILE ASSIGN TO SORTWK.

           SELECT PES-SORT-FILE ASSIGN TO SORTWK.

           SELECT RES-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout de recall gravado por GRAVAR-RECALL no IMC.cbl.
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05 RC-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 RC-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 RC-ORIGEM            PIC X(6).
           05 FILLER               PIC X(1).
           05 RC-CATEGORIA-CODE    PIC X(2).
           05 FILLER               PIC X(1).
           05 RC-DATA-CARTA        PIC X(10).
           05 FILLER               PIC X(1).
           05 RC-DATA-LIMITE       PIC X(10).
           05 FILLER               PIC X(1).
           05 RC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 RC-DATA-RETORNO      PIC X(10).

      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - os
      * campos numericos chegam editados e sao convertidos com
      * FUNCTION NUMVAL na leitura.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

      * Encaminhamentos validos por paciente e data - trabalho.
       FD  ENC-ORDENADO-FILE.
       01  ENC-ORDENADO-RECORD.
           05 EO-ID                PIC X(6).
           05 EO-DIA               PIC 9(7).
           05 EO-SEQ               PIC 9(7).
           05 EO-UNIDADE           PIC X(3).
           05 EO-ORIGEM            PIC X(6).
           05 EO-CATEGORIA         PIC X(2).
           05 EO-DATA              PIC X(10).

      * Pesagens vigentes por paciente em ordem cronologica - trabalho.
       FD  PES-ORDENADO-FILE.
       01  PES-ORDENADO-RECORD.
           05 PO-ID                PIC X(6).
           05 PO-DIA               PIC 9(7).
           05 PO-SEQ               PIC 9(7).
           05 PO-IMC               PIC 9(3)V99.
           05 PO-CATEGORIA         PIC X(2).

       SD  ENC-SORT-FILE.
       01  ENC-SORT-RECORD.
           05 ES-ID                PIC X(6).
           05 ES-DIA               PIC 9(7).
           05 ES-SEQ               PIC 9(7).
           05 ES-UNIDADE           PIC X(3).
           05 ES-ORIGEM            PIC X(6).
           05 ES-CATEGORIA         PIC X(2).
           05 ES-DATA              PIC X(10).

       SD  PES-SORT-FILE.
       01  PES-SORT-RECORD.
           05 PS-ID                PIC X(6).
           05 PS-DIA               PIC 9(7).
           05 PS-SEQ               PIC 9(7).
           05 PS-IMC               PIC 9(3)V99.
           05 PS-CATEGORIA         PIC X(2).

      * Um registro por encaminhamento avaliado, na ordem do
      * relatorio. RS-P-RESULTADO indexa WS-RES-NOME (1 melhorou,
      * 2 inalterado, 3 piorou, 4 perdido, 5 em aberto); zero = sem
      * linha de base.
       SD  RES-SORT-FILE.
       01  RES-SORT-RECORD.
           05 RS-UNIDADE           PIC X(3).
           05 RS-CATEGORIA         PIC X(2).
           05 RS-DIA               PIC 9(7).
           05 RS-ID                PIC X(6).
           05 RS-DATA              PIC X(10).
           05 RS-ORIGEM            PIC X(6).
           05 RS-TEM-BASE          PIC X(1).
           05 RS-BASE-IMC          PIC 9(3)V99.
           05 RS-BASE-CATEGORIA    PIC X(2).
           05 RS-PONTO OCCURS 3 TIMES.
               10 RS-P-IMC         PIC 9(3)V99.
               10 RS-P-CATEGORIA   PIC X(2).
               10 RS-P-RESULTADO   PIC 9(1).

       WORKING-STORAGE SECTION.

       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-ARQUIVO-MORTO     PIC XX VALUE "00".
       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-ENC-ORDENADO      PIC XX VALUE "00".
       01  WS-FS-PES-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-RCL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RCL           VALUE "Y".
       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-ARC-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ARC           VALUE "Y".
       01  WS-EOF-ENC-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ENC           VALUE "Y".
       01  WS-EOF-PES-SWITCH       PIC X VALUE "N".
           88 WS-EOF-PES           VALUE "Y".
       01  WS-EOF-RES-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RES           VALUE "Y".

      * Arquivo morto ou RECALL podem nao existir ainda - ausencia
      * nao e erro, so vai anotada no relatorio, como no IMCULTRB.
       01  WS-ARC-DISPONIVEL       PIC X VALUE "N".
           88 WS-TEM-ARQUIVO-MORTO VALUE "S".
       01  WS-RCL-DISPONIVEL       PIC X VALUE "N".
           88 WS-TEM-RECALL        VALUE "S".

      * Janelas da linha de base e dos pontos de acompanhamento.
       01  WS-LIM-DIAS-BASE        PIC 9(3) VALUE 030.
       01  WS-LIM-TOLERANCIA       PIC 9(3) VALUE 045.
       01  WS-LIM-VARIACAO-IMC     PIC 9(3)V99 VALUE 1.00.
       01  WS-PONTO-CONSTANTES.
           05 FILLER               PIC X(13) VALUE "090 3 MESES  ".
           05 FILLER               PIC X(13) VALUE "180 6 MESES  ".
           05 FILLER               PIC X(13) VALUE "36512 MESES  ".
       01  WS-PONTO-TABELA REDEFINES WS-PONTO-CONSTANTES.
           05 WS-PONTO-ITEM OCCURS 3 TIMES INDEXED BY WS-PT-IDX.
               10 WS-PONTO-DIAS    PIC 9(3).
               10 WS-PONTO-NOME    PIC X(10).

       01  WS-RES-CONSTANTES       PIC X(50) VALUE
           "MELHOROU  INALTERADOPIOROU    PERDIDO   EM ABERTO ".
       01  WS-RES-TABELA REDEFINES WS-RES-CONSTANTES.
           05 WS-RES-NOME OCCURS 5 TIMES PIC X(10).
       01  WS-RES-IDX              PIC 9(1).

      * Categorias na ordem do IMCMES, com a distancia de cada uma ate
      * a faixa normal (0) e o lado: B = abaixo (melhorar = subir o
      * IMC), A = acima (melhorar = baixar), N = normal.
       01  WS-CAT-CODIGOS-CONST    PIC X(24)
           VALUE "MGMMMLPNSPO1O2O3QAQNQSQO".
       01  WS-CAT-CODIGOS REDEFINES WS-CAT-CODIGOS-CONST.
           05 WS-CAT-CODIGO OCCURS 12 TIMES PIC XX.
       01  WS-CAT-DISTANCIAS-CONST PIC X(12) VALUE "321012341012".
       01  WS-CAT-DISTANCIAS REDEFINES WS-CAT-DISTANCIAS-CONST.
           05 WS-CAT-DISTANCIA OCCURS 12 TIMES PIC 9.
       01  WS-CAT-LADOS-CONST      PIC X(12) VALUE "BBBNAAAABNAA".
       01  WS-CAT-LADOS REDEFINES WS-CAT-LADOS-CONST.
           05 WS-CAT-LADO OCCURS 12 TIMES PIC X.

       01  WS-CAT-NOMES-CONST.
           05 FILLER PIC X(19) VALUE "Magreza grave      ".
           05 FILLER PIC X(19) VALUE "Magreza moderada   ".
           05 FILLER PIC X(19) VALUE "Magreza leve       ".
           05 FILLER PIC X(19) VALUE "Peso normal        ".
           05 FILLER PIC X(19) VALUE "Sobrepeso          ".
           05 FILLER PIC X(19) VALUE "Obesidade Grau I   ".
           05 FILLER PIC X(19) VALUE "Obesidade Grau II  ".
           05 FILLER PIC X(19) VALUE "Obesidade Grau III ".
           05 FILLER PIC X(19) VALUE "Abaixo peso (ped.) ".
           05 FILLER PIC X(19) VALUE "Peso adequado (ped)".
           05 FILLER PIC X(19) VALUE "Sobrepeso (ped.)   ".
           05 FILLER PIC X(19) VALUE "Obesidade (ped.)   ".
       01  WS-CAT-NOMES REDEFINES WS-CAT-NOMES-CONST.
           05 WS-CAT-NOME OCCURS 12 TIMES PIC X(19).
       01  WS-CAT-IDX              PIC 9(2).
       01  WS-CAT-ACHADO           PIC 9(2).
       01  WS-CAT-BUSCA            PIC X(2).

      * Mesma tabela de unidades do IMC.cbl.
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
       01  WS-UNI-NOME-EXIB        PIC X(20).

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).

      * Data de referencia (TRIMPARM ou hoje).
       01  WS-PARM-BRUTO           PIC X(8).
       01  WS-PARM-BRUTO-NUM REDEFINES WS-PARM-BRUTO
                                   PIC 9(8).
       01  WS-PARM-ORIGEM          PIC X(30).
       01  WS-DIA-REFERENCIA       PIC 9(7).
       01  WS-DATA-REFERENCIA-EXIB PIC X(10).
       01  WS-DATA-CALC            PIC 9(8).
       01  WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
           05 WS-CALC-AAAA         PIC X(4).
           05 WS-CALC-MM           PIC X(2).
           05 WS-CALC-DD           PIC X(2).

      * Primeiro dia que interessa no historico: linha de base do
      * encaminhamento mais antigo.
       01  WS-DIA-PRIMEIRO-ENC     PIC 9(7) VALUE 9999999.
       01  WS-DIA-CORTE            PIC S9(7).

      * Registro de historico em area comum - as duas FDs (vivo e
      * arquivo morto) sao copiadas para ca, como no IMCULTRB.
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
       01  WS-HT-CATEGORIA-CODE    PIC X(2).

      * Conversao de data dd/mm/aaaa para numero de dias, como no
      * IMCRECAL; data invalida marca zero.
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
       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.

      * Encaminhamentos do paciente corrente, com a melhor pesagem
      * encontrada para a linha de base e para cada ponto.
       01  WS-PAC-CORRENTE         PIC X(6).
       01  WS-PE-QTD               PIC 9(3) VALUE ZERO.
       01  WS-PE-LIMITE            PIC 9(3) VALUE 200.
       01  WS-PE-TABELA.
           05 WS-PE-ITEM OCCURS 200 TIMES INDEXED BY WS-PE-IDX.
               10 WS-PE-DIA            PIC 9(7).
               10 WS-PE-DATA           PIC X(10).
               10 WS-PE-UNIDADE        PIC X(3).
               10 WS-PE-ORIGEM         PIC X(6).
               10 WS-PE-CATEGORIA      PIC X(2).
               10 WS-PE-TEM-BASE       PIC X(1).
               10 WS-PE-BASE-IMC       PIC 9(3)V99.
               10 WS-PE-BASE-CATEGORIA PIC X(2).
               10 WS-PE-PONTO OCCURS 3 TIMES.
                   15 WS-PE-P-TEM      PIC X(1).
                   15 WS-PE-P-DISTANCIA PIC 9(3).
                   15 WS-PE-P-IMC      PIC 9(3)V99.
                   15 WS-PE-P-CATEGORIA PIC X(2).
       01  WS-DIF-DIAS             PIC S9(7).
       01  WS-DISTANCIA            PIC 9(3).

      * Comparacao ponto x linha de base.
       01  WS-BASE-DISTANCIA       PIC 9(1).
       01  WS-BASE-LADO            PIC X(1).
       01  WS-PONTO-DISTANCIA      PIC 9(1).
       01  WS-VARIACAO-IMC         PIC S9(3)V99.

      * Acumuladores: 1 = unidade/categoria, 2 = unidade, 3 = adulto,
      * 4 = pediatrico, 5 = geral.
       01  WS-ACUM-TABELA.
           05 WS-ACUM OCCURS 5 TIMES.
               10 WS-AC-ENCAM          PIC 9(6).
               10 WS-AC-SEM-BASE       PIC 9(6).
               10 WS-AC-PONTO OCCURS 3 TIMES.
                   15 WS-AC-RESULTADO OCCURS 5 TIMES PIC 9(6).
       01  WS-AC-IDX               PIC 9(1).
       01  WS-AC-MODO              PIC 9(1).
       01  WS-AC-ROTULO            PIC X(40).
       01  WS-AC-ACOMPANHADOS      PIC 9(7).
       01  WS-PCT-MELHORA          PIC 9(3).
       01  WS-POS-LINHA            PIC 9(3).
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".

      * Quebras do relatorio.
       01  WS-UNI-CORRENTE         PIC X(3).
       01  WS-CAT-CORRENTE         PIC X(2).

       01  WS-LINHA-BASE           PIC X(12).
       01  WS-LINHA-PONTO OCCURS 3 TIMES PIC X(24).
       01  WS-IMC-EDIT             PIC ZZ9.99.
       01  WS-RES-EDIT             PIC ZZZZZ9.
       01  WS-PCT-EDIT             PIC ZZ9.

       01  WS-CONT-RCL-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-CANCELADOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-POSTERIORES     PIC 9(7) VALUE ZERO.
       01  WS-CONT-DATA-INVALIDA   PIC 9(7) VALUE ZERO.
       01  WS-CONT-ENC-VALIDOS     PIC 9(7) VALUE ZERO.
       01  WS-CONT-EXCEDENTES      PIC 9(7) VALUE ZERO.
       01  WS-CONT-AVALIADOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-LISTADOS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-VIVO       PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-ARC        PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-IGNORADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONT-CATEG-DESCONH   PIC 9(7) VALUE ZERO.
       01  WS-CONT-PESAGENS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT ENC-SORT-FILE
               ON ASCENDING KEY ES-ID ES-DIA ES-SEQ
               INPUT PROCEDURE IS CARREGAR-ENCAMINHAMENTOS
               GIVING ENC-ORDENADO-FILE.
           SORT PES-SORT-FILE
               ON ASCENDING KEY PS-ID PS-DIA PS-SEQ
               INPUT PROCEDURE IS CARREGAR-PESAGENS
               GIVING PES-ORDENADO-FILE.
           PERFORM ABRIR-RELATORIO.
           SORT RES-SORT-FILE
               ON ASCENDING KEY RS-UNIDADE RS-CATEGORIA RS-DIA RS-ID
               INPUT PROCEDURE IS AVALIAR-ENCAMINHAMENTOS
               OUTPUT PROCEDURE IS LISTAR-DESFECHOS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           PERFORM DEFINIR-DATA-REFERENCIA.
           MOVE ZEROS TO WS-ACUM-TABELA.

      * Le o AAAAMMDD da DD TRIMPARM; DUMMY, vazia ou invalida cai na
      * data de hoje (anotado no relatorio), como no IMCOPREL.
       DEFINIR-DATA-REFERENCIA.
           COMPUTE WS-DIA-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA-NUM).
           MOVE "DATA DE HOJE (SEM PARAMETRO)" TO WS-PARM-ORIGEM.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARAMETRO-RECORD(1:8) TO WS-PARM-BRUTO
                       IF WS-PARM-BRUTO IS NUMERIC
                           AND WS-PARM-BRUTO(5:2) >= "01"
                           AND WS-PARM-BRUTO(5:2) <= "12"
                           AND WS-PARM-BRUTO(7:2) >= "01"
                           AND WS-PARM-BRUTO(7:2) <= "31"
                           COMPUTE WS-DIA-REFERENCIA =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-PARM-BRUTO-NUM)
                           MOVE "PARAMETRO TRIMPARM"
                               TO WS-PARM-ORIGEM
                       ELSE
                           IF WS-PARM-BRUTO NOT = SPACES
                               MOVE "PARAMETRO INVALIDO - HOJE"
                                   TO WS-PARM-ORIGEM
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
           COMPUTE WS-DATA-CALC =
               FUNCTION DATE-OF-INTEGER(WS-DIA-REFERENCIA).
           STRING WS-CALC-DD "/" WS-CALC-MM "/" WS-CALC-AAAA
               DELIMITED BY SIZE INTO WS-DATA-REFERENCIA-EXIB.

      * Recall cancelado (C) ou posterior a data de referencia nao
      * entra; aberto (A) e fechado (F) sao encaminhamentos iguais -
      * o desfecho vem do historico, nao do status do recall.
       CARREGAR-ENCAMINHAMENTOS.
           OPEN INPUT RECALL-FILE.
           IF WS-FS-RECALL = "00"
               MOVE "S" TO WS-RCL-DISPONIVEL
               PERFORM SELECIONAR-ENCAMINHAMENTO UNTIL WS-EOF-RCL
               CLOSE RECALL-FILE
           ELSE
               IF WS-FS-RECALL NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD RECALL "
                       "- status " WS-FS-RECALL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SELECIONAR-ENCAMINHAMENTO.
           READ RECALL-FILE
               AT END SET WS-EOF-RCL TO TRUE
               NOT AT END
                   IF RECALL-RECORD NOT = SPACES
                       ADD 1 TO WS-CONT-RCL-LIDOS
                       ADD 1 TO WS-SEQ-LEITURA
                       MOVE RC-DATA-CARTA TO WS-DATA-CONV
                       PERFORM CONVERTER-DATA
                       EVALUATE TRUE
                           WHEN RC-STATUS = "C"
                               ADD 1 TO WS-CONT-CANCELADOS
                           WHEN WS-DIA-CONVERTIDO = ZERO
                               ADD 1 TO WS-CONT-DATA-INVALIDA
                           WHEN WS-DIA-CONVERTIDO > WS-DIA-REFERENCIA
                               ADD 1 TO WS-CONT-POSTERIORES
                           WHEN OTHER
                               PERFORM SOLTAR-ENCAMINHAMENTO
                       END-EVALUATE
                   END-IF
           END-READ.

       SOLTAR-ENCAMINHAMENTO.
           ADD 1 TO WS-CONT-ENC-VALIDOS.
           IF WS-DIA-CONVERTIDO < WS-DIA-PRIMEIRO-ENC
               MOVE WS-DIA-CONVERTIDO TO WS-DIA-PRIMEIRO-ENC
           END-IF.
           MOVE RC-PATIENT-ID TO ES-ID.
           MOVE WS-DIA-CONVERTIDO TO ES-DIA.
           MOVE WS-SEQ-LEITURA TO ES-SEQ.
           MOVE RC-UNIDADE TO ES-UNIDADE.
           MOVE RC-ORIGEM TO ES-ORIGEM.
           MOVE RC-CATEGORIA-CODE TO ES-CATEGORIA.
           MOVE RC-DATA-CARTA TO ES-DATA.
           RELEASE ENC-SORT-RECORD.

       CONVERTER-DATA.
           MOVE ZERO TO WS-DIA-CONVERTIDO.
           MOVE WS-CNV-AAAA TO WS-NUM-AAAA.
           MOVE WS-CNV-MM TO WS-NUM-MM.
           MOVE WS-CNV-DD TO WS-NUM-DD.
           IF WS-DATA-AAAAMMDD IS NUMERIC
               AND WS-NUM-MM >= "01" AND WS-NUM-MM <= "12"
               AND WS-NUM-DD >= "01" AND WS-NUM-DD <= "31"
               COMPUTE WS-DIA-CONVERTIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD-NUM)
           END-IF.

      * Alimenta o SORT com as pesagens vigentes desde a linha de base
      * do encaminhamento mais antigo ate a data de referencia -
      * arquivo morto primeiro e historico vivo depois, para a
      * sequencia de leitura manter a ordem de gravacao no mesmo dia.
       CARREGAR-PESAGENS.
           COMPUTE WS-DIA-CORTE =
               WS-DIA-PRIMEIRO-ENC - WS-LIM-DIAS-BASE.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-FS-ARQUIVO-MORTO = "00"
               MOVE "S" TO WS-ARC-DISPONIVEL
               PERFORM SELECIONAR-DO-ARQUIVO-MORTO UNTIL WS-EOF-ARC
               CLOSE ARQUIVO-MORTO-FILE
           ELSE
               IF WS-FS-ARQUIVO-MORTO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD HISTARC "
                       "- status " WS-FS-ARQUIVO-MORTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECIONAR-DO-HISTORICO UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-FILE.

       SELECIONAR-DO-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END SET WS-EOF-ARC TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HIST-ARC
                   MOVE ARQUIVO-MORTO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

       SELECIONAR-DO-HISTORICO.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HIST-VIVO
                   MOVE HISTORICO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

      * Linha substituida ou anulada pelo IMCCORR nao conta - a
      * corrigida vem logo depois no historico.
       SELECIONAR-PESAGEM.
           ADD 1 TO WS-SEQ-LEITURA.
           MOVE WS-HT-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           EVALUATE TRUE
               WHEN WS-HT-SITUACAO NOT = SPACE
                   ADD 1 TO WS-CONT-SUBSTITUIDOS
               WHEN WS-DIA-CONVERTIDO = ZERO
                   OR WS-HT-PATIENT-ID = SPACES
                   ADD 1 TO WS-CONT-HIST-IGNORADOS
               WHEN WS-DIA-CONVERTIDO < WS-DIA-CORTE
                   OR WS-DIA-CONVERTIDO > WS-DIA-REFERENCIA
                   CONTINUE
               WHEN OTHER
                   PERFORM CLASSIFICAR-CATEGORIA-CODIGO
                   IF WS-HT-CATEGORIA-CODE NOT = SPACES
                       PERFORM SOLTAR-PESAGEM
                   END-IF
           END-EVALUATE.

       SOLTAR-PESAGEM.
           ADD 1 TO WS-CONT-PESAGENS.
           MOVE WS-HT-PATIENT-ID TO PS-ID.
           MOVE WS-DIA-CONVERTIDO TO PS-DIA.
           MOVE WS-SEQ-LEITURA TO PS-SEQ.
           COMPUTE PS-IMC = FUNCTION NUMVAL(WS-HT-IMC).
           MOVE WS-HT-CATEGORIA-CODE TO PS-CATEGORIA.
           RELEASE PES-SORT-RECORD.

      * Mesmo de-para nome -> codigo do IMCULTRB; nome desconhecido
      * fica em branco e e contado.
       CLASSIFICAR-CATEGORIA-CODIGO.
           EVALUATE WS-HT-CATEGORIA
               WHEN "Magreza grave"
                   MOVE "MG" TO WS-HT-CATEGORIA-CODE
               WHEN "Magreza moderada"
                   MOVE "MM" TO WS-HT-CATEGORIA-CODE
               WHEN "Magreza leve"
                   MOVE "ML" TO WS-HT-CATEGORIA-CODE
               WHEN "Peso normal"
                   MOVE "PN" TO WS-HT-CATEGORIA-CODE
               WHEN "Sobrepeso"
                   MOVE "SP" TO WS-HT-CATEGORIA-CODE
               WHEN "Obesidade Grau I"
                   MOVE "O1" TO WS-HT-CATEGORIA-CODE
               WHEN "Obesidade Grau II"
                   MOVE "O2" TO WS-HT-CATEGORIA-CODE
               WHEN "Obesidade Grau III"
                   MOVE "O3" TO WS-HT-CATEGORIA-CODE
               WHEN "Abaixo do peso (pediatrico)"
                   MOVE "QA" TO WS-HT-CATEGORIA-CODE
               WHEN "Peso adequado (pediatrico)"
                   MOVE "QN" TO WS-HT-CATEGORIA-CODE
               WHEN "Sobrepeso (pediatrico)"
                   MOVE "QS" TO WS-HT-CATEGORIA-CODE
               WHEN "Obesidade (pediatrico)"
                   MOVE "QO" TO WS-HT-CATEGORIA-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-HT-CATEGORIA-CODE
                   ADD 1 TO WS-CONT-CATEG-DESCONH
           END-EVALUATE.

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ENCREL - "
                   "status " WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVAR-CABECALHO.

      * Casamento por paciente: os encaminhamentos dele vao para a
      * tabela, cada pesagem dele e oferecida a todos e, na quebra,
      * cada encaminhamento sai avaliado para o SORT do relatorio.
       AVALIAR-ENCAMINHAMENTOS.
           OPEN INPUT ENC-ORDENADO-FILE.
           IF WS-FS-ENC-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ENCORD - "
                   "status " WS-FS-ENC-ORDENADO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PES-ORDENADO-FILE.
           IF WS-FS-PES-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PESORD - "
                   "status " WS-FS-PES-ORDENADO
               CLOSE ENC-ORDENADO-FILE
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-ENC-ORDENADO.
           PERFORM LER-PES-ORDENADO.
           PERFORM AVALIAR-UM-PACIENTE UNTIL WS-EOF-ENC.
           CLOSE ENC-ORDENADO-FILE.
           CLOSE PES-ORDENADO-FILE.

       LER-ENC-ORDENADO.
           READ ENC-ORDENADO-FILE
               AT END SET WS-EOF-ENC TO TRUE
           END-READ.

       LER-PES-ORDENADO.
           READ PES-ORDENADO-FILE
               AT END SET WS-EOF-PES TO TRUE
           END-READ.

       AVALIAR-UM-PACIENTE.
           MOVE EO-ID TO WS-PAC-CORRENTE.
           MOVE ZERO TO WS-PE-QTD.
           PERFORM GUARDAR-ENCAMINHAMENTO
               UNTIL WS-EOF-ENC OR EO-ID NOT = WS-PAC-CORRENTE.
           PERFORM LER-PES-ORDENADO
               UNTIL WS-EOF-PES OR PO-ID NOT < WS-PAC-CORRENTE.
           PERFORM APLICAR-PESAGEM
               UNTIL WS-EOF-PES OR PO-ID NOT = WS-PAC-CORRENTE.
           PERFORM SOLTAR-DESFECHO
               VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PE-QTD.

      * Paciente com mais encaminhamentos que a tabela (alerta critico
      * reaberto toda semana por anos) tem os excedentes contados e
      * fora do relatorio - RC=4.
       GUARDAR-ENCAMINHAMENTO.
           IF WS-PE-QTD >= WS-PE-LIMITE
               ADD 1 TO WS-CONT-EXCEDENTES
           ELSE
               ADD 1 TO WS-PE-QTD
               SET WS-PE-IDX TO WS-PE-QTD
               MOVE EO-DIA TO WS-PE-DIA(WS-PE-IDX)
               MOVE EO-DATA TO WS-PE-DATA(WS-PE-IDX)
               MOVE EO-UNIDADE TO WS-PE-UNIDADE(WS-PE-IDX)
               MOVE EO-ORIGEM TO WS-PE-ORIGEM(WS-PE-IDX)
               MOVE EO-CATEGORIA TO WS-PE-CATEGORIA(WS-PE-IDX)
               MOVE "N" TO WS-PE-TEM-BASE(WS-PE-IDX)
               MOVE ZERO TO WS-PE-BASE-IMC(WS-PE-IDX)
               MOVE SPACES TO WS-PE-BASE-CATEGORIA(WS-PE-IDX)
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > 3
                   MOVE "N" TO WS-PE-P-TEM(WS-PE-IDX, WS-PT-IDX)
                   MOVE ZERO TO WS-PE-P-DISTANCIA(WS-PE-IDX, WS-PT-IDX)
                   MOVE ZERO TO WS-PE-P-IMC(WS-PE-IDX, WS-PT-IDX)
                   MOVE SPACES
                       TO WS-PE-P-CATEGORIA(WS-PE-IDX, WS-PT-IDX)
               END-PERFORM
           END-IF.
           PERFORM LER-ENC-ORDENADO.

       APLICAR-PESAGEM.
           PERFORM COMPARAR-PESAGEM-ENCAMINHAMENTO
               VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PE-QTD.
           PERFORM LER-PES-ORDENADO.

      * Pesagens chegam em ordem cronologica: a linha de base fica com
      * a ultima ate o dia do encaminhamento; em cada ponto, so uma
      * pesagem estritamente mais proxima do alvo substitui a atual.
       COMPARAR-PESAGEM-ENCAMINHAMENTO.
           COMPUTE WS-DIF-DIAS = PO-DIA - WS-PE-DIA(WS-PE-IDX).
           IF WS-DIF-DIAS <= ZERO
               AND WS-DIF-DIAS + WS-LIM-DIAS-BASE >= ZERO
               MOVE "S" TO WS-PE-TEM-BASE(WS-PE-IDX)
               MOVE PO-IMC TO WS-PE-BASE-IMC(WS-PE-IDX)
               MOVE PO-CATEGORIA TO WS-PE-BASE-CATEGORIA(WS-PE-IDX)
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               IF WS-DIF-DIAS >=
                       WS-PONTO-DIAS(WS-PT-IDX) - WS-LIM-TOLERANCIA
                   AND WS-DIF-DIAS <=
                       WS-PONTO-DIAS(WS-PT-IDX) + WS-LIM-TOLERANCIA
                   IF WS-DIF-DIAS > WS-PONTO-DIAS(WS-PT-IDX)
                       COMPUTE WS-DISTANCIA =
                           WS-DIF-DIAS - WS-PONTO-DIAS(WS-PT-IDX)
                   ELSE
                       COMPUTE WS-DISTANCIA =
                           WS-PONTO-DIAS(WS-PT-IDX) - WS-DIF-DIAS
                   END-IF
                   IF WS-PE-P-TEM(WS-PE-IDX, WS-PT-IDX) = "N"
                       OR WS-DISTANCIA <
                           WS-PE-P-DISTANCIA(WS-PE-IDX, WS-PT-IDX)
                       MOVE "S" TO WS-PE-P-TEM(WS-PE-IDX, WS-PT-IDX)
                       MOVE WS-DISTANCIA
                           TO WS-PE-P-DISTANCIA(WS-PE-IDX, WS-PT-IDX)
                       MOVE PO-IMC
                           TO WS-PE-P-IMC(WS-PE-IDX, WS-PT-IDX)
                       MOVE PO-CATEGORIA
                           TO WS-PE-P-CATEGORIA(WS-PE-IDX, WS-PT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SOLTAR-DESFECHO.
           ADD 1 TO WS-CONT-AVALIADOS.
           MOVE WS-PE-UNIDADE(WS-PE-IDX) TO RS-UNIDADE.
           MOVE WS-PE-CATEGORIA(WS-PE-IDX) TO RS-CATEGORIA.
           MOVE WS-PE-DIA(WS-PE-IDX) TO RS-DIA.
           MOVE WS-PAC-CORRENTE TO RS-ID.
           MOVE WS-PE-DATA(WS-PE-IDX) TO RS-DATA.
           MOVE WS-PE-ORIGEM(WS-PE-IDX) TO RS-ORIGEM.
           MOVE WS-PE-TEM-BASE(WS-PE-IDX) TO RS-TEM-BASE.
           MOVE WS-PE-BASE-IMC(WS-PE-IDX) TO RS-BASE-IMC.
           MOVE WS-PE-BASE-CATEGORIA(WS-PE-IDX) TO RS-BASE-CATEGORIA.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               MOVE WS-PE-P-IMC(WS-PE-IDX, WS-PT-IDX)
                   TO RS-P-IMC(WS-PT-IDX)
               MOVE WS-PE-P-CATEGORIA(WS-PE-IDX, WS-PT-IDX)
                   TO RS-P-CATEGORIA(WS-PT-IDX)
               MOVE ZERO TO RS-P-RESULTADO(WS-PT-IDX)
               IF RS-TEM-BASE = "S"
                   PERFORM CLASSIFICAR-PONTO
                   MOVE WS-RES-IDX TO RS-P-RESULTADO(WS-PT-IDX)
               END-IF
           END-PERFORM.
           RELEASE RES-SORT-RECORD.

      * Desfecho do ponto WS-PT-IDX do encaminhamento WS-PE-IDX.
      * Sem pesagem: perdido se a janela ja fechou ate a data de
      * referencia, em aberto se ainda nao.
       CLASSIFICAR-PONTO.
           IF WS-PE-P-TEM(WS-PE-IDX, WS-PT-IDX) = "N"
               IF WS-PE-DIA(WS-PE-IDX) + WS-PONTO-DIAS(WS-PT-IDX)
                       + WS-LIM-TOLERANCIA <= WS-DIA-REFERENCIA
                   MOVE 4 TO WS-RES-IDX
               ELSE
                   MOVE 5 TO WS-RES-IDX
               END-IF
           ELSE
               MOVE WS-PE-BASE-CATEGORIA(WS-PE-IDX) TO WS-CAT-BUSCA
               PERFORM LOCALIZAR-CATEGORIA
               MOVE WS-CAT-DISTANCIA(WS-CAT-ACHADO)
                   TO WS-BASE-DISTANCIA
               MOVE WS-CAT-LADO(WS-CAT-ACHADO) TO WS-BASE-LADO
               MOVE WS-PE-P-CATEGORIA(WS-PE-IDX, WS-PT-IDX)
                   TO WS-CAT-BUSCA
               PERFORM LOCALIZAR-CATEGORIA
               MOVE WS-CAT-DISTANCIA(WS-CAT-ACHADO)
                   TO WS-PONTO-DISTANCIA
               COMPUTE WS-VARIACAO-IMC =
                   WS-PE-P-IMC(WS-PE-IDX, WS-PT-IDX)
                   - WS-PE-BASE-IMC(WS-PE-IDX)
               IF WS-BASE-LADO = "A"
                   COMPUTE WS-VARIACAO-IMC = ZERO - WS-VARIACAO-IMC
               END-IF
               EVALUATE TRUE
                   WHEN WS-PONTO-DISTANCIA < WS-BASE-DISTANCIA
                       MOVE 1 TO WS-RES-IDX
                   WHEN WS-PONTO-DISTANCIA > WS-BASE-DISTANCIA
                       MOVE 3 TO WS-RES-IDX
                   WHEN WS-BASE-LADO = "N"
                       MOVE 2 TO WS-RES-IDX
                   WHEN WS-VARIACAO-IMC >= WS-LIM-VARIACAO-IMC
                       MOVE 1 TO WS-RES-IDX
                   WHEN WS-VARIACAO-IMC + WS-LIM-VARIACAO-IMC <= ZERO
                       MOVE 3 TO WS-RES-IDX
                   WHEN OTHER
                       MOVE 2 TO WS-RES-IDX
               END-EVALUATE
           END-IF.

      * Codigos vem de CLASSIFICAR-CATEGORIA-CODIGO, sempre na tabela;
      * codigo de recall fora dela fica com o indice 1 so para nome.
       LOCALIZAR-CATEGORIA.
           MOVE ZERO TO WS-CAT-ACHADO.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 12 OR WS-CAT-ACHADO > ZERO
               IF WS-CAT-CODIGO(WS-CAT-IDX) = WS-CAT-BUSCA
                   MOVE WS-CAT-IDX TO WS-CAT-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CAT-ACHADO = ZERO
               MOVE 1 TO WS-CAT-ACHADO
           END-IF.

      * Relatorio em ordem de unidade, categoria do encaminhamento e
      * data, com totais na quebra de categoria e de unidade.
       LISTAR-DESFECHOS.
           PERFORM RETORNAR-DESFECHO.
           IF WS-EOF-RES
               MOVE "  NENHUM ENCAMINHAMENTO ATE A DATA DE REFERENCIA."
                   TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM LISTAR-UMA-UNIDADE UNTIL WS-EOF-RES.

       RETORNAR-DESFECHO.
           RETURN RES-SORT-FILE
               AT END SET WS-EOF-RES TO TRUE
           END-RETURN.

       LISTAR-UMA-UNIDADE.
           MOVE RS-UNIDADE TO WS-UNI-CORRENTE.
           MOVE "(UNIDADE FORA DA TABELA)" TO WS-UNI-NOME-EXIB.
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-UNI-QTD
               IF WS-UNI-CODIGO(WS-UNI-IDX) = WS-UNI-CORRENTE
                   MOVE WS-UNI-NOME(WS-UNI-IDX) TO WS-UNI-NOME-EXIB
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "UNIDADE " WS-UNI-CORRENTE " - " WS-UNI-NOME-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LISTAR-UMA-CATEGORIA
               UNTIL WS-EOF-RES OR RS-UNIDADE NOT = WS-UNI-CORRENTE.
           MOVE 2 TO WS-AC-IDX.
           MOVE SPACES TO WS-AC-ROTULO.
           STRING "UNIDADE " WS-UNI-CORRENTE
               DELIMITED BY SIZE INTO WS-AC-ROTULO.
           PERFORM GRAVAR-TOTAIS.
           MOVE ZEROS TO WS-ACUM(2).

       LISTAR-UMA-CATEGORIA.
           MOVE RS-CATEGORIA TO WS-CAT-CORRENTE.
           MOVE WS-CAT-CORRENTE TO WS-CAT-BUSCA.
           PERFORM LOCALIZAR-CATEGORIA.
           MOVE SPACES TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           IF WS-CAT-CODIGO(WS-CAT-ACHADO) = WS-CAT-CORRENTE
               STRING "  ENCAMINHADOS EM " WS-CAT-CORRENTE " - "
                   WS-CAT-NOME(WS-CAT-ACHADO)
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               STRING "  ENCAMINHADOS EM " WS-CAT-CORRENTE
                   " - (CATEGORIA DESCONHECIDA)"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  PACIENTE DATA ENC.   ORIGEM  BASE IMC CAT "
               "3 MESES                 6 MESES                 "
               "12 MESES"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LISTAR-UM-DESFECHO
               UNTIL WS-EOF-RES OR RS-UNIDADE NOT = WS-UNI-CORRENTE
               OR RS-CATEGORIA NOT = WS-CAT-CORRENTE.
           MOVE 1 TO WS-AC-IDX.
           MOVE SPACES TO WS-AC-ROTULO.
           STRING WS-UNI-CORRENTE " / " WS-CAT-CORRENTE
               DELIMITED BY SIZE INTO WS-AC-ROTULO.
           PERFORM GRAVAR-TOTAIS.
           MOVE ZEROS TO WS-ACUM(1).

       LISTAR-UM-DESFECHO.
           ADD 1 TO WS-CONT-LISTADOS.
           IF RS-CATEGORIA(1:1) = "Q"
               MOVE 4 TO WS-AC-MODO
           ELSE
               MOVE 3 TO WS-AC-MODO
           END-IF.
           ADD 1 TO WS-AC-ENCAM(1) WS-AC-ENCAM(2)
               WS-AC-ENCAM(WS-AC-MODO) WS-AC-ENCAM(5).
           IF RS-TEM-BASE = "S"
               MOVE RS-BASE-IMC TO WS-IMC-EDIT
               MOVE SPACES TO WS-LINHA-BASE
               STRING WS-IMC-EDIT " " RS-BASE-CATEGORIA
                   DELIMITED BY SIZE INTO WS-LINHA-BASE
           ELSE
               MOVE "SEM BASE" TO WS-LINHA-BASE
               ADD 1 TO WS-AC-SEM-BASE(1) WS-AC-SEM-BASE(2)
                   WS-AC-SEM-BASE(WS-AC-MODO) WS-AC-SEM-BASE(5)
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3
               MOVE SPACES TO WS-LINHA-PONTO(WS-PT-IDX)
               IF RS-P-RESULTADO(WS-PT-IDX) > ZERO
                   MOVE RS-P-RESULTADO(WS-PT-IDX) TO WS-RES-IDX
                   ADD 1 TO WS-AC-RESULTADO(1, WS-PT-IDX, WS-RES-IDX)
                       WS-AC-RESULTADO(2, WS-PT-IDX, WS-RES-IDX)
                       WS-AC-RESULTADO(WS-AC-MODO, WS-PT-IDX,
                           WS-RES-IDX)
                       WS-AC-RESULTADO(5, WS-PT-IDX, WS-RES-IDX)
                   IF WS-RES-IDX < 4
                       MOVE RS-P-IMC(WS-PT-IDX) TO WS-IMC-EDIT
                       STRING WS-IMC-EDIT " "
                           RS-P-CATEGORIA(WS-PT-IDX) " "
                           WS-RES-NOME(WS-RES-IDX)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-PONTO(WS-PT-IDX)
                   ELSE
                       STRING "   -   -- "
                           WS-RES-NOME(WS-RES-IDX)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-PONTO(WS-PT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " RS-ID "   " RS-DATA "  " RS-ORIGEM "  "
               WS-LINHA-BASE WS-LINHA-PONTO(1) WS-LINHA-PONTO(2)
               WS-LINHA-PONTO(3)
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM RETORNAR-DESFECHO.

      * Totais do acumulador WS-AC-IDX: encaminhamentos, sem linha de
      * base e, por ponto, a contagem de cada desfecho e o percentual
      * de melhora entre os ja acompanhados (sem os em aberto).
       GRAVAR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE WS-AC-ENCAM(WS-AC-IDX) TO WS-RES-EDIT.
           STRING "    TOTAL " WS-AC-ROTULO " ENCAMINHAMENTOS "
               WS-RES-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           MOVE WS-AC-SEM-BASE(WS-AC-IDX) TO WS-RES-EDIT.
           MOVE "SEM LINHA DE BASE" TO RELATORIO-LINE(76:17).
           MOVE WS-RES-EDIT TO RELATORIO-LINE(94:6).
           WRITE RELATORIO-LINE.
           PERFORM GRAVAR-TOTAIS-PONTO
               VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > 3.

       GRAVAR-TOTAIS-PONTO.
           COMPUTE WS-AC-ACOMPANHADOS =
               WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, 1)
               + WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, 2)
               + WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, 3)
               + WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, 4).
           MOVE ZERO TO WS-PCT-MELHORA.
           IF WS-AC-ACOMPANHADOS > ZERO
               COMPUTE WS-PCT-MELHORA =
                   WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, 1) * 100
                   / WS-AC-ACOMPANHADOS
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE WS-PONTO-NOME(WS-PT-IDX) TO RELATORIO-LINE(7:10).
           MOVE 18 TO WS-POS-LINHA.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1 UNTIL WS-RES-IDX > 5
               MOVE WS-AC-RESULTADO(WS-AC-IDX, WS-PT-IDX, WS-RES-IDX)
                   TO WS-RES-EDIT
               MOVE WS-RES-NOME(WS-RES-IDX)
                   TO RELATORIO-LINE(WS-POS-LINHA:10)
               MOVE WS-RES-EDIT TO RELATORIO-LINE(WS-POS-LINHA + 11:6)
               ADD 18 TO WS-POS-LINHA
           END-PERFORM.
           MOVE WS-PCT-MELHORA TO WS-PCT-EDIT.
           MOVE "MELHORA" TO RELATORIO-LINE(WS-POS-LINHA:7).
           MOVE WS-PCT-EDIT TO RELATORIO-LINE(WS-POS-LINHA + 8:3).
           MOVE "%" TO RELATORIO-LINE(WS-POS-LINHA + 11:1).
           WRITE RELATORIO-LINE.

       GRAVAR-CABECALHO.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DESFECHO DOS ENCAMINHAMENTOS A NUTRICAO - "
               "REFERENCIA " WS-DATA-REFERENCIA-EXIB
               " - EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ORIGEM DA DATA DE REFERENCIA: " WS-PARM-ORIGEM
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PONTO = PESAGEM MAIS PROXIMA DE 90/180/365 DIAS "
               "APOS O ENCAMINHAMENTO (+/- " WS-LIM-TOLERANCIA
               " DIAS); BASE = ULTIMA PESAGEM ATE " WS-LIM-DIAS-BASE
               " DIAS ANTES"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "MELHOROU/PIOROU = CATEGORIA MAIS PERTO/LONGE DO "
               "NORMAL OU, NA MESMA CATEGORIA, IMC 1,00 PONTO A "
               "MAIS NA DIRECAO DO NORMAL/CONTRARIA"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF NOT WS-TEM-RECALL
               MOVE "DD RECALL AUSENTE - NENHUM ENCAMINHAMENTO LIDO"
                   TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           IF NOT WS-TEM-ARQUIVO-MORTO
               MOVE SPACES TO RELATORIO-LINE
               STRING "DD HISTARC AUSENTE - SO O HISTORICO VIVO "
                   "FOI LIDO"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-RESUMO.
           MOVE SPACES TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE "RESUMO POR FAIXA ETARIA" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE 3 TO WS-AC-IDX.
           MOVE "ADULTO" TO WS-AC-ROTULO.
           PERFORM GRAVAR-TOTAIS.
           MOVE 4 TO WS-AC-IDX.
           MOVE "PEDIATRICO" TO WS-AC-ROTULO.
           PERFORM GRAVAR-TOTAIS.
           MOVE 5 TO WS-AC-IDX.
           MOVE "GERAL" TO WS-AC-ROTULO.
           PERFORM GRAVAR-TOTAIS.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-RODAPE.
           MOVE WS-CONT-RCL-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS LIDOS..................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CANCELADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CANCELADOS PELO IMCCORR........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-DATA-INVALIDA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DATA DE ENCAMINHAMENTO INVALIDA: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-POSTERIORES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "POSTERIORES A REFERENCIA.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ENC-VALIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ENCAMINHAMENTOS SELECIONADOS...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-EXCEDENTES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ACIMA DO LIMITE POR PACIENTE...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-LISTADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ENCAMINHAMENTOS LISTADOS.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-AC-SEM-BASE(5) TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "SEM LINHA DE BASE..............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-HIST-VIVO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REGISTROS LIDOS DO HIST........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-HIST-ARC TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REGISTROS LIDOS DO HISTARC.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "SUBSTITUIDOS/ANULADOS IGNORADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-HIST-IGNORADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DATA/ID INVALIDO IGNORADOS.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CATEG-DESCONH TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CATEGORIA DESCONHECIDA.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PESAGENS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS DO PERIODO............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-RCL-LIDOS = WS-CONT-CANCELADOS
                   + WS-CONT-DATA-INVALIDA + WS-CONT-POSTERIORES
                   + WS-CONT-ENC-VALIDOS
               AND WS-CONT-ENC-VALIDOS =
                   WS-CONT-EXCEDENTES + WS-CONT-AVALIADOS
               AND WS-CONT-AVALIADOS = WS-CONT-LISTADOS
               AND WS-CONT-LISTADOS = WS-AC-ENCAM(5)
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: LIDOS = CANCELADOS + INVALIDOS "
                   "+ POSTERIORES + LISTADOS + ACIMA DO LIMITE"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.
           WRITE RELATORIO-LINE.

      * RC=4 quando ha encaminhamento sem linha de base, fora do
      * limite por paciente, com data invalida ou historico com
      * categoria desconhecida: o numero sai, mas ha dado a conferir
      * antes de leva-lo adiante. RC=12 se a conferencia nao fecha.
       FINALIZAR.
           PERFORM GRAVAR-RESUMO.
           PERFORM GRAVAR-RODAPE.
           CLOSE RELATORIO-FILE.
           EVALUATE TRUE
               WHEN NOT WS-CONFERENCIA-OK
                   MOVE 12 TO RETURN-CODE
               WHEN WS-AC-SEM-BASE(5) > ZERO
                   OR WS-CONT-EXCEDENTES > ZERO
                   OR WS-CONT-CATEG-DESCONH > ZERO
                   OR WS-CONT-DATA-INVALIDA > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
