       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCEQDRV.
       AUTHOR RAFAEL.

      * Relatorio semanal de deriva de equipamentos: para cada balanca
      * ou estadiometro que registrou pesagens na semana, compara cada
      * leitura com a pesagem anterior do mesmo paciente (a ultima de
      * data anterior, ate 90 dias antes, em qualquer equipamento) e
      * sinaliza para a engenharia biomedica os aparelhos que devem
      * ser retirados para aferencia antes de contaminar mais
      * historico - hoje a balanca descalibrada so aparece semanas
      * depois, numa onda de alertas VARIACAO do IMCTREND numa unidade.
      *
      * Sinais por equipamento:
      *   VIES PESO    - pelo menos 5 leituras comparaveis, diferenca
      *                  media de peso de 1 kg ou mais e 80% ou mais
      *                  das diferencas no mesmo sentido (a balanca
      *                  pesa todo mundo a mais ou a menos)
      *   VIES ALTURA  - o mesmo com a altura de adultos (2 cm ou
      *                  mais), para o estadiometro; crianca cresce e
      *                  fica fora desta conta
      *   REPETICAO    - leitura identica a anterior do mesmo aparelho
      *                  em outro paciente em 3 ou mais vezes e 10% ou
      *                  mais das leituras (visor travado, valor
      *                  digitado de memoria)
      *   FORA CADASTRO- ID gravado no historico que nao esta no EQUIPTB
      * Os limites estao em WORKING-STORAGE (WS-LIM-*).
      *
      * Le so o historico vivo: a poda (IMCHPURG) mantem 24 meses
      * nele, muito alem dos 90 dias da comparacao. Linhas
      * substituidas ou anuladas pelo IMCCORR (situacao na pos 86)
      * ficam fora; pesagem sem equipamento (site que ainda nao
      * informa, historico anterior ao campo) serve de pesagem
      * anterior mas nao e atribuida a nenhum aparelho.
      *
      * A semana apurada termina na data da DD WEEKPARM (AAAAMMDD);
      * DUMMY ou vazia termina hoje, como no IMCOPREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT EQUIPAM-FILE ASSIGN TO EQUIPTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIPAM.

           SELECT PARAMETRO-FILE ASSIGN TO WEEKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT RELATORIO-FILE ASSIGN TO EQDRREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT HST-ORDENADO-FILE ASSIGN TO HSTORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HST-ORDENADO.

           SELECT HST-SORT-FILE ASSIGN TO SORTWK.

           SELECT DRV-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - os
      * campos numericos chegam editados e sao convertidos com
      * FUNCTION NUMVAL na leitura.
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

      * Mesmo layout do cadastro de equipamentos lido pelo IMC.cbl.
       FD  EQUIPAM-FILE.
       01  EQUIPAM-RECORD.
           05 EQ-ID                PIC X(10).
           05 FILLER               PIC X(1).
           05 EQ-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 EQ-TIPO              PIC X(1).
           05 FILLER               PIC X(1).
           05 EQ-RETIRADA          PIC X(8).
           05 FILLER               PIC X(1).
           05 EQ-DESCRICAO         PIC X(30).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

      * Pesagens do periodo ordenadas por paciente, dia, hora e
      * sequencia de leitura - arquivo de trabalho entre os SORTs.
       FD  HST-ORDENADO-FILE.
       01  HST-ORDENADO-RECORD.
           05 HO-ID                PIC X(6).
           05 HO-DIA               PIC 9(7).
           05 HO-HORA              PIC X(8).
           05 HO-SEQ               PIC 9(7).
           05 HO-PESO              PIC 9(3)V99.
           05 HO-ALTURA            PIC 9V99.
           05 HO-PEDIATRICO        PIC X(1).
           05 HO-EQUIPAMENTO       PIC X(10).
           05 HO-UNIDADE           PIC X(3).

       SD  HST-SORT-FILE.
       01  HST-SORT-RECORD.
           05 SH-ID                PIC X(6).
           05 SH-DIA               PIC 9(7).
           05 SH-HORA              PIC X(8).
           05 SH-SEQ               PIC 9(7).
           05 SH-PESO              PIC 9(3)V99.
           05 SH-ALTURA            PIC 9V99.
           05 SH-PEDIATRICO        PIC X(1).
           05 SH-EQUIPAMENTO       PIC X(10).
           05 SH-UNIDADE           PIC X(3).

      * Leituras da semana por equipamento, em ordem cronologica,
      * com a diferenca contra a pesagem anterior do paciente quando
      * ha uma comparavel (SD-COMPARA-PESO/ALTURA = "S").
       SD  DRV-SORT-FILE.
       01  DRV-SORT-RECORD.
           05 SD-EQUIPAMENTO       PIC X(10).
           05 SD-DIA               PIC 9(7).
           05 SD-HORA              PIC X(8).
           05 SD-SEQ               PIC 9(7).
           05 SD-ID                PIC X(6).
           05 SD-UNIDADE           PIC X(3).
           05 SD-PESO              PIC 9(3)V99.
           05 SD-COMPARA-PESO      PIC X(1).
           05 SD-DIF-PESO          PIC S9(3)V99.
           05 SD-COMPARA-ALTURA    PIC X(1).
           05 SD-DIF-ALTURA        PIC S9V99.

       WORKING-STORAGE SECTION.

       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-EQUIPAM           PIC XX VALUE "00".
       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".
       01  WS-FS-HST-ORDENADO      PIC XX VALUE "00".

       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-EQP-SWITCH       PIC X VALUE "N".
           88 WS-EOF-EQP           VALUE "Y".
       01  WS-EOF-HORD-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HORD          VALUE "Y".
       01  WS-EOF-DRV-SWITCH       PIC X VALUE "N".
           88 WS-EOF-DRV           VALUE "Y".
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".

      * Limites dos sinais de deriva.
       01  WS-LIM-DIAS-COMPARACAO  PIC 9(3) VALUE 090.
       01  WS-LIM-MIN-COMPARACOES  PIC 9(3) VALUE 005.
       01  WS-LIM-VIES-PESO        PIC 9(3)V99 VALUE 1.00.
       01  WS-LIM-VIES-ALTURA      PIC 9V99 VALUE 0.02.
       01  WS-LIM-PCT-SENTIDO      PIC 9(3) VALUE 080.
       01  WS-LIM-MIN-REPETICOES   PIC 9(3) VALUE 003.
       01  WS-LIM-PCT-REPETICAO    PIC 9(3) VALUE 010.

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).

       01  WS-PARM-BRUTO           PIC X(8).
       01  WS-PARM-BRUTO-NUM REDEFINES WS-PARM-BRUTO
                                   PIC 9(8).
       01  WS-PARM-ORIGEM          PIC X(30).
       01  WS-DIA-FIM              PIC 9(7).
       01  WS-DIA-INICIO           PIC 9(7).
       01  WS-DIA-BUSCA            PIC 9(7).
       01  WS-DATA-INICIO-EXIB     PIC X(10).
       01  WS-DATA-FIM-EXIB        PIC X(10).
       01  WS-DATA-CALC            PIC 9(8).
       01  WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
           05 WS-CALC-AAAA         PIC X(4).
           05 WS-CALC-MM           PIC X(2).
           05 WS-CALC-DD           PIC X(2).

      * Conversao da data dd/mm/aaaa do historico para numero de dias
      * (FUNCTION INTEGER-OF-DATE), como no IMCULTRB - data invalida
      * marca WS-DIA-REGISTRO = 0 e o registro e ignorado.
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

      * Cadastro de equipamentos, para unidade e tipo no relatorio.
       01  WS-EQP-QTD              PIC 9(4) VALUE ZERO.
       01  WS-EQP-LIMITE           PIC 9(4) VALUE 500.
       01  WS-EQP-TABELA.
           05 WS-EQP-ITEM OCCURS 500 TIMES INDEXED BY WS-EQP-IDX.
               10 WS-EQP-ID        PIC X(10).
               10 WS-EQP-UNIDADE   PIC X(3).
               10 WS-EQP-TIPO      PIC X(1).
               10 WS-EQP-RETIRADA  PIC X(8).
       01  WS-EQP-ACHADO           PIC 9(4) VALUE ZERO.

      * Paciente corrente na passada do historico ordenado: ultima
      * pesagem vista e a pesagem de referencia (a ultima de um dia
      * anterior ao da leitura corrente).
       01  WS-PAC-CORRENTE         PIC X(6) VALUE SPACES.
       01  WS-TEM-ULTIMA           PIC X VALUE "N".
       01  WS-ULT-DIA              PIC 9(7).
       01  WS-ULT-PESO             PIC 9(3)V99.
       01  WS-ULT-ALTURA           PIC 9V99.
       01  WS-ULT-PEDIATRICO       PIC X(1).
       01  WS-TEM-REFERENCIA       PIC X VALUE "N".
       01  WS-REF-DIA              PIC 9(7).
       01  WS-REF-PESO             PIC 9(3)V99.
       01  WS-REF-ALTURA           PIC 9V99.
       01  WS-REF-PEDIATRICO       PIC X(1).

      * Acumuladores do equipamento em apuracao.
       01  WS-EQP-CORRENTE         PIC X(10).
       01  WS-EQP-UNIDADE-HIST     PIC X(3).
       01  WS-EQP-LEITURAS         PIC 9(6).
       01  WS-EQP-COMP-PESO        PIC 9(6).
       01  WS-EQP-PESO-MAIS        PIC 9(6).
       01  WS-EQP-PESO-MENOS       PIC 9(6).
       01  WS-EQP-SOMA-PESO        PIC S9(7)V99.
       01  WS-EQP-COMP-ALTURA      PIC 9(6).
       01  WS-EQP-ALTURA-MAIS      PIC 9(6).
       01  WS-EQP-ALTURA-MENOS     PIC 9(6).
       01  WS-EQP-SOMA-ALTURA      PIC S9(5)V99.
       01  WS-EQP-REPETICOES       PIC 9(6).
       01  WS-EQP-PESO-ANTERIOR    PIC 9(3)V99.
       01  WS-EQP-ID-ANTERIOR      PIC X(6).

       01  WS-MEDIA-PESO           PIC S9(3)V99.
       01  WS-MEDIA-ALTURA         PIC S9V99.
       01  WS-MEDIA-ABSOLUTA       PIC 9(3)V99.
       01  WS-PCT-PESO             PIC 9(3).
       01  WS-PCT-ALTURA           PIC 9(3).
       01  WS-PCT-REPETICAO        PIC 9(3).
       01  WS-MAIOR-SENTIDO        PIC 9(6).
       01  WS-SINAIS               PIC X(50).
       01  WS-SINAIS-PTR           PIC 9(3).
       01  WS-TIPO-EXIB            PIC X(12).

       01  WS-MEDIA-PESO-EDIT      PIC +++9.99.
       01  WS-MEDIA-ALTURA-EDIT    PIC +9.99.
       01  WS-PCT-PESO-EDIT        PIC ZZ9.
       01  WS-PCT-ALTURA-EDIT      PIC ZZ9.
       01  WS-SINAIS-TEXTO         PIC X(72).
       01  WS-LEIT-EDIT            PIC ZZZZZ9.
       01  WS-COMP-EDIT            PIC ZZZZZ9.
       01  WS-REP-EDIT             PIC ZZZZZ9.

       01  WS-CONT-HIST-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-DATA-INVALIDA   PIC 9(7) VALUE ZERO.
       01  WS-CONT-PERIODO         PIC 9(7) VALUE ZERO.
       01  WS-CONT-SEMANA          PIC 9(7) VALUE ZERO.
       01  WS-CONT-SEM-EQUIPAMENTO PIC 9(7) VALUE ZERO.
       01  WS-CONT-ATRIBUIDAS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-APURADAS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-EQUIPAMENTOS    PIC 9(6) VALUE ZERO.
       01  WS-CONT-SINALIZADOS     PIC 9(6) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT HST-SORT-FILE
               ON ASCENDING KEY SH-ID SH-DIA SH-HORA SH-SEQ
               INPUT PROCEDURE IS CARREGAR-HISTORICO
               GIVING HST-ORDENADO-FILE.
           SORT DRV-SORT-FILE
               ON ASCENDING KEY SD-EQUIPAMENTO SD-DIA SD-HORA SD-SEQ
               INPUT PROCEDURE IS COMPARAR-PESAGENS
               OUTPUT PROCEDURE IS APURAR-EQUIPAMENTOS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.

           PERFORM DEFINIR-SEMANA.
           PERFORM CARREGAR-CADASTRO-EQUIPAMENTOS.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD EQDRREL - "
                   "status " WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVAR-CABECALHO.

      * Fim da semana da DD WEEKPARM (AAAAMMDD); DUMMY, vazia ou
      * invalida cai em hoje, como no IMCOPREL. A busca da pesagem
      * anterior volta WS-LIM-DIAS-COMPARACAO dias antes do inicio.
       DEFINIR-SEMANA.
           COMPUTE WS-DIA-FIM =
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
                           COMPUTE WS-DIA-FIM =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-PARM-BRUTO-NUM)
                           MOVE "PARAMETRO WEEKPARM"
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
           COMPUTE WS-DIA-INICIO = WS-DIA-FIM - 6.
           COMPUTE WS-DIA-BUSCA =
               WS-DIA-INICIO - WS-LIM-DIAS-COMPARACAO.
           COMPUTE WS-DATA-CALC = FUNCTION DATE-OF-INTEGER(WS-DIA-FIM).
           STRING WS-CALC-DD "/" WS-CALC-MM "/" WS-CALC-AAAA
               DELIMITED BY SIZE INTO WS-DATA-FIM-EXIB.
           COMPUTE WS-DATA-CALC =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO).
           STRING WS-CALC-DD "/" WS-CALC-MM "/" WS-CALC-AAAA
               DELIMITED BY SIZE INTO WS-DATA-INICIO-EXIB.

       CARREGAR-CADASTRO-EQUIPAMENTOS.
           OPEN INPUT EQUIPAM-FILE.
           IF WS-FS-EQUIPAM NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD EQUIPTB - "
                   "status " WS-FS-EQUIPAM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-UM-EQUIPAMENTO UNTIL WS-EOF-EQP.
           CLOSE EQUIPAM-FILE.

      * O IMCSTEP ja abenda com cadastro invalido; aqui so se pula
      * comentario e se para no limite da tabela.
       CARREGAR-UM-EQUIPAMENTO.
           READ EQUIPAM-FILE
               AT END SET WS-EOF-EQP TO TRUE
               NOT AT END
                   IF EQUIPAM-RECORD NOT = SPACES
                       AND EQUIPAM-RECORD(1:1) NOT = "*"
                       IF WS-EQP-QTD >= WS-EQP-LIMITE
                           DISPLAY "ERRO: EQUIPTB excede a tabela "
                               "interna de " WS-EQP-LIMITE " entradas"
                           CLOSE EQUIPAM-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EQP-QTD
                       MOVE EQ-ID TO WS-EQP-ID(WS-EQP-QTD)
                       MOVE EQ-UNIDADE TO WS-EQP-UNIDADE(WS-EQP-QTD)
                       MOVE EQ-TIPO TO WS-EQP-TIPO(WS-EQP-QTD)
                       MOVE EQ-RETIRADA TO WS-EQP-RETIRADA(WS-EQP-QTD)
                   END-IF
           END-READ.

       CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECIONAR-PESAGEM UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-FILE.

      * Entra no SORT toda pesagem vigente desde o inicio da busca da
      * pesagem anterior ate o fim da semana.
       SELECIONAR-PESAGEM.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-HIST-LIDOS
                   ADD 1 TO WS-SEQ-LEITURA
                   EVALUATE TRUE
                       WHEN HT-SITUACAO NOT = SPACE
                           ADD 1 TO WS-CONT-SUBSTITUIDOS
                       WHEN OTHER
                           PERFORM CONVERTER-DATA-REGISTRO
                           IF WS-DIA-REGISTRO = ZERO
                               ADD 1 TO WS-CONT-DATA-INVALIDA
                           ELSE
                               IF WS-DIA-REGISTRO >= WS-DIA-BUSCA
                                   AND WS-DIA-REGISTRO <= WS-DIA-FIM
                                   PERFORM SOLTAR-PESAGEM
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       SOLTAR-PESAGEM.
           ADD 1 TO WS-CONT-PERIODO.
           MOVE HT-PATIENT-ID TO SH-ID.
           MOVE WS-DIA-REGISTRO TO SH-DIA.
           MOVE HT-HORA TO SH-HORA.
           MOVE WS-SEQ-LEITURA TO SH-SEQ.
           COMPUTE SH-PESO = FUNCTION NUMVAL(HT-PESO).
           COMPUTE SH-ALTURA = FUNCTION NUMVAL(HT-ALTURA).
           EVALUATE HT-CATEGORIA
               WHEN "Abaixo do peso (pediatrico)"
               WHEN "Peso adequado (pediatrico)"
               WHEN "Sobrepeso (pediatrico)"
               WHEN "Obesidade (pediatrico)"
                   MOVE "S" TO SH-PEDIATRICO
               WHEN OTHER
                   MOVE "N" TO SH-PEDIATRICO
           END-EVALUATE.
           MOVE HT-EQUIPAMENTO TO SH-EQUIPAMENTO.
           MOVE HT-UNIDADE TO SH-UNIDADE.
           RELEASE HST-SORT-RECORD.

       CONVERTER-DATA-REGISTRO.
           MOVE ZERO TO WS-DIA-REGISTRO.
           MOVE HT-DATA TO WS-DATA-HIST.
           MOVE WS-HIST-AAAA TO WS-NUM-AAAA.
           MOVE WS-HIST-MM TO WS-NUM-MM.
           MOVE WS-HIST-DD TO WS-NUM-DD.
           IF WS-DATA-AAAAMMDD IS NUMERIC
               AND WS-NUM-MM >= "01" AND WS-NUM-MM <= "12"
               AND WS-NUM-DD >= "01" AND WS-NUM-DD <= "31"
               COMPUTE WS-DIA-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD-NUM)
           END-IF.

      * Passada por paciente em ordem cronologica: a referencia de
      * cada leitura e a ultima pesagem de um dia anterior (re-pesagem
      * do mesmo dia nao serve de comparacao).
       COMPARAR-PESAGENS.
           OPEN INPUT HST-ORDENADO-FILE.
           IF WS-FS-HST-ORDENADO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HSTORD - "
                   "status " WS-FS-HST-ORDENADO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPARAR-UMA-PESAGEM UNTIL WS-EOF-HORD.
           CLOSE HST-ORDENADO-FILE.

       COMPARAR-UMA-PESAGEM.
           READ HST-ORDENADO-FILE
               AT END SET WS-EOF-HORD TO TRUE
               NOT AT END
                   IF HO-ID NOT = WS-PAC-CORRENTE
                       MOVE HO-ID TO WS-PAC-CORRENTE
                       MOVE "N" TO WS-TEM-ULTIMA
                       MOVE "N" TO WS-TEM-REFERENCIA
                   END-IF
                   IF WS-TEM-ULTIMA = "S" AND HO-DIA > WS-ULT-DIA
                       MOVE "S" TO WS-TEM-REFERENCIA
                       MOVE WS-ULT-DIA TO WS-REF-DIA
                       MOVE WS-ULT-PESO TO WS-REF-PESO
                       MOVE WS-ULT-ALTURA TO WS-REF-ALTURA
                       MOVE WS-ULT-PEDIATRICO TO WS-REF-PEDIATRICO
                   END-IF
                   IF HO-DIA >= WS-DIA-INICIO
                       PERFORM REGISTRAR-LEITURA-SEMANA
                   END-IF
                   MOVE "S" TO WS-TEM-ULTIMA
                   MOVE HO-DIA TO WS-ULT-DIA
                   MOVE HO-PESO TO WS-ULT-PESO
                   MOVE HO-ALTURA TO WS-ULT-ALTURA
                   MOVE HO-PEDIATRICO TO WS-ULT-PEDIATRICO
           END-READ.

       REGISTRAR-LEITURA-SEMANA.
           ADD 1 TO WS-CONT-SEMANA.
           IF HO-EQUIPAMENTO = SPACES
               ADD 1 TO WS-CONT-SEM-EQUIPAMENTO
           ELSE
               ADD 1 TO WS-CONT-ATRIBUIDAS
               MOVE HO-EQUIPAMENTO TO SD-EQUIPAMENTO
               MOVE HO-DIA TO SD-DIA
               MOVE HO-HORA TO SD-HORA
               MOVE HO-SEQ TO SD-SEQ
               MOVE HO-ID TO SD-ID
               MOVE HO-UNIDADE TO SD-UNIDADE
               MOVE HO-PESO TO SD-PESO
               MOVE "N" TO SD-COMPARA-PESO
               MOVE ZERO TO SD-DIF-PESO
               MOVE "N" TO SD-COMPARA-ALTURA
               MOVE ZERO TO SD-DIF-ALTURA
               IF WS-TEM-REFERENCIA = "S"
                   AND HO-DIA - WS-REF-DIA <= WS-LIM-DIAS-COMPARACAO
                   MOVE "S" TO SD-COMPARA-PESO
                   COMPUTE SD-DIF-PESO = HO-PESO - WS-REF-PESO
                   IF HO-PEDIATRICO = "N" AND WS-REF-PEDIATRICO = "N"
                       MOVE "S" TO SD-COMPARA-ALTURA
                       COMPUTE SD-DIF-ALTURA =
                           HO-ALTURA - WS-REF-ALTURA
                   END-IF
               END-IF
               RELEASE DRV-SORT-RECORD
           END-IF.

      * Quebra por equipamento: acumula as leituras da semana em
      * ordem cronologica e imprime uma linha por aparelho.
       APURAR-EQUIPAMENTOS.
           PERFORM RETORNAR-LEITURA.
           IF WS-EOF-DRV
               MOVE "  NENHUMA PESAGEM COM EQUIPAMENTO NA SEMANA."
                   TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM APURAR-UM-EQUIPAMENTO UNTIL WS-EOF-DRV.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       RETORNAR-LEITURA.
           RETURN DRV-SORT-FILE
               AT END SET WS-EOF-DRV TO TRUE
           END-RETURN.

       APURAR-UM-EQUIPAMENTO.
           MOVE SD-EQUIPAMENTO TO WS-EQP-CORRENTE.
           MOVE SD-UNIDADE TO WS-EQP-UNIDADE-HIST.
           MOVE ZERO TO WS-EQP-LEITURAS WS-EQP-COMP-PESO
               WS-EQP-PESO-MAIS WS-EQP-PESO-MENOS WS-EQP-SOMA-PESO
               WS-EQP-COMP-ALTURA WS-EQP-ALTURA-MAIS
               WS-EQP-ALTURA-MENOS WS-EQP-SOMA-ALTURA
               WS-EQP-REPETICOES WS-EQP-PESO-ANTERIOR.
           MOVE SPACES TO WS-EQP-ID-ANTERIOR.
           PERFORM ACUMULAR-LEITURA
               UNTIL WS-EOF-DRV OR SD-EQUIPAMENTO NOT = WS-EQP-CORRENTE.
           ADD 1 TO WS-CONT-EQUIPAMENTOS.
           PERFORM AVALIAR-EQUIPAMENTO.
           PERFORM GRAVAR-LINHA-EQUIPAMENTO.

      * Leitura repetida = mesmo peso da leitura anterior do aparelho
      * em outro paciente.
       ACUMULAR-LEITURA.
           ADD 1 TO WS-CONT-APURADAS.
           ADD 1 TO WS-EQP-LEITURAS.
           IF WS-EQP-ID-ANTERIOR NOT = SPACES
               AND SD-ID NOT = WS-EQP-ID-ANTERIOR
               AND SD-PESO = WS-EQP-PESO-ANTERIOR
               ADD 1 TO WS-EQP-REPETICOES
           END-IF.
           MOVE SD-ID TO WS-EQP-ID-ANTERIOR.
           MOVE SD-PESO TO WS-EQP-PESO-ANTERIOR.
           IF SD-COMPARA-PESO = "S"
               ADD 1 TO WS-EQP-COMP-PESO
               ADD SD-DIF-PESO TO WS-EQP-SOMA-PESO
               IF SD-DIF-PESO > ZERO
                   ADD 1 TO WS-EQP-PESO-MAIS
               END-IF
               IF SD-DIF-PESO < ZERO
                   ADD 1 TO WS-EQP-PESO-MENOS
               END-IF
           END-IF.
           IF SD-COMPARA-ALTURA = "S"
               ADD 1 TO WS-EQP-COMP-ALTURA
               ADD SD-DIF-ALTURA TO WS-EQP-SOMA-ALTURA
               IF SD-DIF-ALTURA > ZERO
                   ADD 1 TO WS-EQP-ALTURA-MAIS
               END-IF
               IF SD-DIF-ALTURA < ZERO
                   ADD 1 TO WS-EQP-ALTURA-MENOS
               END-IF
           END-IF.
           PERFORM RETORNAR-LEITURA.

       AVALIAR-EQUIPAMENTO.
           MOVE SPACES TO WS-SINAIS.
           MOVE 1 TO WS-SINAIS-PTR.
           MOVE ZERO TO WS-MEDIA-PESO WS-MEDIA-ALTURA.
           MOVE ZERO TO WS-PCT-PESO WS-PCT-ALTURA WS-PCT-REPETICAO.

           MOVE ZERO TO WS-EQP-ACHADO.
           PERFORM VARYING WS-EQP-IDX FROM 1 BY 1
                   UNTIL WS-EQP-IDX > WS-EQP-QTD
                   OR WS-EQP-ACHADO > ZERO
               IF WS-EQP-ID(WS-EQP-IDX) = WS-EQP-CORRENTE
                   SET WS-EQP-ACHADO TO WS-EQP-IDX
               END-IF
           END-PERFORM.
           IF WS-EQP-ACHADO = ZERO
               STRING "FORA CADASTRO " DELIMITED BY SIZE
                   INTO WS-SINAIS WITH POINTER WS-SINAIS-PTR
           END-IF.

           IF WS-EQP-COMP-PESO > ZERO
               COMPUTE WS-MEDIA-PESO ROUNDED =
                   WS-EQP-SOMA-PESO / WS-EQP-COMP-PESO
               IF WS-EQP-PESO-MAIS > WS-EQP-PESO-MENOS
                   MOVE WS-EQP-PESO-MAIS TO WS-MAIOR-SENTIDO
               ELSE
                   MOVE WS-EQP-PESO-MENOS TO WS-MAIOR-SENTIDO
               END-IF
               COMPUTE WS-PCT-PESO =
                   WS-MAIOR-SENTIDO * 100 / WS-EQP-COMP-PESO
               IF WS-MEDIA-PESO < ZERO
                   COMPUTE WS-MEDIA-ABSOLUTA = ZERO - WS-MEDIA-PESO
               ELSE
                   MOVE WS-MEDIA-PESO TO WS-MEDIA-ABSOLUTA
               END-IF
               IF WS-EQP-COMP-PESO >= WS-LIM-MIN-COMPARACOES
                   AND WS-MEDIA-ABSOLUTA >= WS-LIM-VIES-PESO
                   AND WS-PCT-PESO >= WS-LIM-PCT-SENTIDO
                   STRING "VIES PESO " DELIMITED BY SIZE
                       INTO WS-SINAIS WITH POINTER WS-SINAIS-PTR
               END-IF
           END-IF.

           IF WS-EQP-COMP-ALTURA > ZERO
               COMPUTE WS-MEDIA-ALTURA ROUNDED =
                   WS-EQP-SOMA-ALTURA / WS-EQP-COMP-ALTURA
               IF WS-EQP-ALTURA-MAIS > WS-EQP-ALTURA-MENOS
                   MOVE WS-EQP-ALTURA-MAIS TO WS-MAIOR-SENTIDO
               ELSE
                   MOVE WS-EQP-ALTURA-MENOS TO WS-MAIOR-SENTIDO
               END-IF
               COMPUTE WS-PCT-ALTURA =
                   WS-MAIOR-SENTIDO * 100 / WS-EQP-COMP-ALTURA
               IF WS-MEDIA-ALTURA < ZERO
                   COMPUTE WS-MEDIA-ABSOLUTA = ZERO - WS-MEDIA-ALTURA
               ELSE
                   MOVE WS-MEDIA-ALTURA TO WS-MEDIA-ABSOLUTA
               END-IF
               IF WS-EQP-COMP-ALTURA >= WS-LIM-MIN-COMPARACOES
                   AND WS-MEDIA-ABSOLUTA >= WS-LIM-VIES-ALTURA
                   AND WS-PCT-ALTURA >= WS-LIM-PCT-SENTIDO
                   STRING "VIES ALTURA " DELIMITED BY SIZE
                       INTO WS-SINAIS WITH POINTER WS-SINAIS-PTR
               END-IF
           END-IF.

           COMPUTE WS-PCT-REPETICAO =
               WS-EQP-REPETICOES * 100 / WS-EQP-LEITURAS.
           IF WS-EQP-REPETICOES >= WS-LIM-MIN-REPETICOES
               AND WS-PCT-REPETICAO >= WS-LIM-PCT-REPETICAO
               STRING "REPETICAO " DELIMITED BY SIZE
                   INTO WS-SINAIS WITH POINTER WS-SINAIS-PTR
           END-IF.

           IF WS-SINAIS NOT = SPACES
               ADD 1 TO WS-CONT-SINALIZADOS
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DERIVA DE EQUIPAMENTOS (BALANCAS/ESTADIOMETROS) - "
               "SEMANA DE " WS-DATA-INICIO-EXIB " A " WS-DATA-FIM-EXIB
               " - EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ORIGEM DA SEMANA APURADA: " WS-PARM-ORIGEM
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DIFERENCA = LEITURA MENOS A PESAGEM ANTERIOR DO "
               "PACIENTE (ATE " WS-LIM-DIAS-COMPARACAO " DIAS ANTES); "
               "SENTIDO = % DAS DIFERENCAS NO SENTIDO MAIS FREQUENTE"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "EQUIPAMENTO UNI TIPO         LEITURAS COMPAR "
               "DIF.PESO SENT DIF.ALT SENT  REPETE  SINAIS"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-LINHA-EQUIPAMENTO.
           IF WS-EQP-ACHADO > ZERO
               MOVE WS-EQP-UNIDADE(WS-EQP-ACHADO) TO WS-EQP-UNIDADE-HIST
               EVALUATE WS-EQP-TIPO(WS-EQP-ACHADO)
                   WHEN "B" MOVE "BALANCA" TO WS-TIPO-EXIB
                   WHEN "E" MOVE "ESTADIOMETRO" TO WS-TIPO-EXIB
                   WHEN OTHER MOVE "CONJUNTO" TO WS-TIPO-EXIB
               END-EVALUATE
           ELSE
               MOVE "?" TO WS-TIPO-EXIB
           END-IF.
           MOVE WS-EQP-LEITURAS TO WS-LEIT-EDIT.
           MOVE WS-EQP-COMP-PESO TO WS-COMP-EDIT.
           MOVE WS-MEDIA-PESO TO WS-MEDIA-PESO-EDIT.
           MOVE WS-MEDIA-ALTURA TO WS-MEDIA-ALTURA-EDIT.
           MOVE WS-EQP-REPETICOES TO WS-REP-EDIT.
           MOVE WS-PCT-PESO TO WS-PCT-PESO-EDIT.
           MOVE WS-PCT-ALTURA TO WS-PCT-ALTURA-EDIT.
           MOVE SPACES TO WS-SINAIS-TEXTO.
           IF WS-SINAIS NOT = SPACES
               STRING "RETIRAR P/ AFERICAO: " WS-SINAIS
                   DELIMITED BY SIZE INTO WS-SINAIS-TEXTO
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING WS-EQP-CORRENTE "  " WS-EQP-UNIDADE-HIST " "
               WS-TIPO-EXIB " " WS-LEIT-EDIT "   " WS-COMP-EDIT " "
               WS-MEDIA-PESO-EDIT "  " WS-PCT-PESO-EDIT "%  "
               WS-MEDIA-ALTURA-EDIT "  " WS-PCT-ALTURA-EDIT "%  "
               WS-REP-EDIT "  " WS-SINAIS-TEXTO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-RODAPE.
           MOVE WS-CONT-HIST-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REGISTROS DO HIST LIDOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SUBSTITUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "SUBSTITUIDOS/ANULADOS IGNORADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-DATA-INVALIDA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DATA INVALIDA IGNORADOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PERIODO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS DO PERIODO DE BUSCA...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEMANA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS DA SEMANA.............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEM-EQUIPAMENTO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS SEM EQUIPAMENTO.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-APURADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS APURADAS POR APARELHO.: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-EQUIPAMENTOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "EQUIPAMENTOS COM LEITURA.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SINALIZADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "EQUIPAMENTOS A RETIRAR.........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-SEMANA =
                   WS-CONT-SEM-EQUIPAMENTO + WS-CONT-APURADAS
               AND WS-CONT-APURADAS = WS-CONT-ATRIBUIDAS
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: PESAGENS DA SEMANA = SEM "
                   "EQUIPAMENTO + APURADAS POR APARELHO"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.
           WRITE RELATORIO-LINE.

      * RC=4 chama a engenharia biomedica: ha aparelho a retirar.
      * Conferencia que nao fecha da RC=12 - a lista nao e confiavel.
       FINALIZAR.
           PERFORM GRAVAR-RODAPE.
           CLOSE RELATORIO-FILE.
           EVALUATE TRUE
               WHEN NOT WS-CONFERENCIA-OK
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CONT-SINALIZADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
