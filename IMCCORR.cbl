       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCCORR.
       AUTHOR RAFAEL.

      * Correcao e anulacao de pesagens ja postadas: depois que o
      * IMCSTEP grava a pesagem no historico (HIST) e no intercambio
      * do EHR (INTERC), altura digitada errada, pesagem lancada no
      * paciente errado ou duplicata de outro dia so saem por aqui. A
      * equipe digita no arquivo de transacoes (CORTRAN) a pesagem a
      * corrigir ou anular e este programa:
      *   - marca a linha original do HIST como substituida ("S") ou
      *     anulada ("A") na posicao 86 e, na correcao, grava logo
      *     depois dela a linha corrigida, com IMC e categoria
      *     recalculados (mesmas faixas e percentis do IMC.cbl, modo
      *     adulto/pediatrico pelo cadastro PACIDX na data da pesagem);
      *     o HIST regravado sai em HISTNEW e o step seguinte copia
      *     por cima;
      *   - anexa ao INTERC a linha de correcao (ACAO "C", valores
      *     novos) ou de anulacao (ACAO "A", valores anulados) para o
      *     EHR;
      *   - cancela (status "C") os recalls abertos ou fechados pela
      *     pesagem anulada, ou corrigida para fora da faixa que os
      *     gerou, atualiza a categoria dos que continuam na faixa, e
      *     reabre os recalls que a pesagem anulada tinha fechado (o
      *     IMCRECAL fecha de novo se houver outro retorno); regravado
      *     em RECNEW;
      *   - fecha com disposicao ANULACAO ou CORRECAO os alertas
      *     abertos da pesagem (alerta CRITICA continua aberto se a
      *     categoria corrigida ainda e critica) e abre alerta CRITICA
      *     e recall de follow-up quando a correcao da ultima pesagem
      *     do paciente cai em faixa critica; regravado em ALRMNEW;
      *   - recompoe no ULTPES o resumo de cada paciente corrigido a
      *     partir do HIST regravado e do arquivo morto (HISTARC), como
      *     o IMCULTRB faz para o arquivo inteiro.
      * Toda alteracao sai no relatorio de controle (CORRREL).
      *
      * Pesagem lancada no paciente errado: ANULAR no ID errado e
      * lancar a pesagem de novo no ID certo pelo site.
      *
      * Formato do arquivo de transacoes (CORTRAN), CSV:
      *   PATIENT_ID,DATA,HORA,ACAO,PESO,ALTURA,MOTIVO,OPERADOR
      *   PATIENT_ID = o ID como esta no historico
      *   DATA       = data da pesagem dd/mm/aaaa, como no historico
      *   HORA       = hh:mm:ss da linha do historico; em branco vale a
      *                primeira pesagem vigente do paciente na data
      *   ACAO       = CORRIGIR ou ANULAR
      *   PESO       = na correcao, peso novo com 5 digitos e decimal
      *                implicito como no WEIGHIN (07250 = 72,50 kg);
      *                em branco mantem o peso postado
      *   ALTURA     = na correcao, altura nova com 3 digitos (175 =
      *                1,75 m); em branco mantem a altura postada
      *   MOTIVO     = motivo da correcao/anulacao (obrigatorio)
      *   OPERADOR   = identificacao de quem pediu (obrigatorio)
      * Cada transacao altera UMA linha vigente do historico vivo;
      * pesagem ja levada ao arquivo morto pela poda nao e alterada.
      * Toda transacao termina aplicada ou listada no relatorio com o
      * motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACAO-FILE ASSIGN TO CORTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACAO.

           SELECT REFTAB-FILE ASSIGN TO REFTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFTAB.

           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT HISTORICO-NOVO-FILE ASSIGN TO HISTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO-NOVO.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-MORTO.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

           SELECT ULTPES-FILE ASSIGN TO ULTPES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-PATIENT-ID
               FILE STATUS IS WS-FS-ULTPES.

           SELECT RECALL-FILE ASSIGN TO RECALL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECALL.

           SELECT RECALL-NOVO-FILE ASSIGN TO RECNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECALL-NOVO.

           SELECT ALRMST-FILE ASSIGN TO ALRMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALRMST.

           SELECT ALRMST-NOVO-FILE ASSIGN TO ALRMNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALRMST-NOVO.

           SELECT INTERCAMBIO-FILE ASSIGN TO INTERC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERCAMBIO.

           SELECT RELATORIO-FILE ASSIGN TO CORRREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT CLASSIFICACAO-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACAO-FILE.
       01  TRANSACAO-LINE          PIC X(100).

      * Mesmo layout de tabela de referencia lido pelo IMC.cbl; aqui
      * so interessam as faixas de validacao de peso/altura e os
      * percentis pediatricos.
       FD  REFTAB-FILE.
       01  REFTAB-RECORD.
           05 RT-TIPO              PIC X(3).
           05 FILLER               PIC X(27).

       01  REFTAB-LIMITE.
           05 RL-TIPO              PIC X(3).
           05 RL-NOME              PIC X(6).
           05 RL-VALOR             PIC X(5).
           05 RL-VALOR-NUM REDEFINES RL-VALOR
                                   PIC 9(3)V99.
           05 FILLER               PIC X(16).

       01  REFTAB-PERCENTIL.
           05 RP-TIPO              PIC X(3).
           05 RP-SEXO              PIC X(1).
           05 RP-IDADE             PIC X(2).
           05 RP-IDADE-NUM REDEFINES RP-IDADE
                                   PIC 9(2).
           05 RP-P5                PIC X(3).
           05 RP-P5-NUM REDEFINES RP-P5
                                   PIC 9(2)V9.
           05 RP-P85               PIC X(3).
           05 RP-P85-NUM REDEFINES RP-P85
                                   PIC 9(2)V9.
           05 RP-P95               PIC X(3).
           05 RP-P95-NUM REDEFINES RP-P95
                                   PIC 9(2)V9.
           05 FILLER               PIC X(15).

      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  HISTORICO-NOVO-FILE.
       01  HISTORICO-NOVO-RECORD   PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

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

      * Mesmo layout de recall gravado por GRAVAR-RECALL no IMC.cbl.
       FD  RECALL-FILE.
       01  RECALL-RECORD           PIC X(55).

       FD  RECALL-NOVO-FILE.
       01  RECALL-NOVO-RECORD      PIC X(55).

      * Mesmo layout gravado por GRAVAR-ALERTA-MASTER no IMCTREND.
       FD  ALRMST-FILE.
       01  ALRMST-RECORD           PIC X(88).

       FD  ALRMST-NOVO-FILE.
       01  ALRMST-NOVO-RECORD      PIC X(88).

      * Mesmo layout de linha gravado por GRAVAR-INTERCAMBIO no
      * IMC.cbl, com a ACAO "C" ou "A", o equipamento da pesagem
      * original e a data/hora desta execucao nas ultimas colunas.
       FD  INTERCAMBIO-FILE.
       01  INTERCAMBIO-LINE        PIC X(163).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

      * Pesagens vigentes dos pacientes corrigidos, para recompor o
      * resumo do ULTPES - mesma chave e layout do IMCULTRB.
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

       01  WS-FS-TRANSACAO         PIC XX VALUE "00".
       01  WS-FS-REFTAB            PIC XX VALUE "00".
       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-HISTORICO-NOVO    PIC XX VALUE "00".
       01  WS-FS-ARQUIVO-MORTO     PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-ULTPES            PIC XX VALUE "00".
       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-RECALL-NOVO       PIC XX VALUE "00".
       01  WS-FS-ALRMST            PIC XX VALUE "00".
       01  WS-FS-ALRMST-NOVO       PIC XX VALUE "00".
       01  WS-FS-INTERCAMBIO       PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".

       01  WS-EOF-TRN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-TRN           VALUE "Y".
       01  WS-EOF-REF-SWITCH       PIC X VALUE "N".
           88 WS-EOF-REF           VALUE "Y".
       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-ARC-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ARC           VALUE "Y".
       01  WS-EOF-RCL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RCL           VALUE "Y".
       01  WS-EOF-ALR-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ALR           VALUE "Y".
       01  WS-EOF-CLASS-SWITCH     PIC X VALUE "N".
           88 WS-EOF-CLASS         VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-HORA-SISTEMA.
           05 WS-SIS-HH            PIC 9(2).
           05 WS-SIS-MN            PIC 9(2).
           05 WS-SIS-SS            PIC 9(2).
           05 FILLER               PIC 9(2).
       01  WS-HORA-EXIBICAO        PIC X(8).

      * Faixas de validacao e percentis pediatricos do REFTAB - os
      * mesmos que o IMCSTEP aplicou na postagem.
       01  WS-PESO-MINIMO          PIC 9(3)V99.
       01  WS-PESO-MAXIMO          PIC 9(3)V99.
       01  WS-ALTURA-MINIMA        PIC 9V99.
       01  WS-ALTURA-MAXIMA        PIC 9V99.
       01  WS-PESO-MINIMO-PED      PIC 9(3)V99.
       01  WS-ALTURA-MINIMA-PED    PIC 9V99.
       01  WS-REF-LIM-FLAGS.
           05 WS-REF-PESMIN-FLAG   PIC X VALUE "N".
           05 WS-REF-PESMAX-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTMIN-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTMAX-FLAG   PIC X VALUE "N".
           05 WS-REF-PESMPD-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTMPD-FLAG   PIC X VALUE "N".
       01  WS-REF-PED-FLAGS.
           05 WS-REF-PED-M-FLAG    PIC X OCCURS 16 TIMES.
           05 WS-REF-PED-F-FLAG    PIC X OCCURS 16 TIMES.
       01  WS-REF-IDADE-SLOT       PIC 9(2).
       01  WS-REF-SUB              PIC 9(2).
       01  WS-REF-ERRO             PIC X(50).

       01  WS-IDADE-MINIMA-PED     PIC 9(2) VALUE 02.
       01  WS-IDADE-MAXIMA-PED     PIC 9(2) VALUE 17.
       01  WS-PED-P5               PIC 9(2)V9.
       01  WS-PED-P85              PIC 9(2)V9.
       01  WS-PED-P95              PIC 9(2)V9.
       01  WS-PED-MENINOS.
           05 WS-PED-M-ITEM OCCURS 16 TIMES INDEXED BY WS-PED-M-IDX.
               10 WS-PED-M-IDADE    PIC 9(2).
               10 WS-PED-M-P5       PIC 9(2)V9.
               10 WS-PED-M-P85      PIC 9(2)V9.
               10 WS-PED-M-P95      PIC 9(2)V9.
       01  WS-PED-MENINAS.
           05 WS-PED-F-ITEM OCCURS 16 TIMES INDEXED BY WS-PED-F-IDX.
               10 WS-PED-F-IDADE    PIC 9(2).
               10 WS-PED-F-P5       PIC 9(2)V9.
               10 WS-PED-F-P85      PIC 9(2)V9.
               10 WS-PED-F-P95      PIC 9(2)V9.

      * Registro de historico em area de trabalho (vivo e arquivo
      * morto), com a situacao da posicao 86.
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

      * Linha corrigida: mesma pesagem (paciente, data, hora, unidade,
      * site, execucao que a postou) com as medidas, o IMC e a
      * categoria novos - o estorno daquela execucao leva as duas.
       01  WS-REG-CORRIGIDO.
           05 WS-HC-PATIENT-ID     PIC X(6).
           05 FILLER               PIC X(1).
           05 WS-HC-DATA           PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HC-HORA           PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-HC-PESO           PIC ZZZ.99.
           05 FILLER               PIC X(1).
           05 WS-HC-ALTURA         PIC Z.99.
           05 FILLER               PIC X(1).
           05 WS-HC-IMC            PIC ZZZ.99.
           05 FILLER               PIC X(1).
           05 WS-HC-CATEGORIA      PIC X(30).
           05 FILLER               PIC X(1).
           05 WS-HC-UNIDADE        PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-HC-SITE           PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-HC-SITUACAO       PIC X(1).
           05 FILLER               PIC X(1).
           05 WS-HC-EQUIPAMENTO    PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HC-DATA-EXEC      PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-HC-HORA-EXEC      PIC X(8).

      * Recall e alerta em area de trabalho (layouts do IMC.cbl e do
      * IMCTREND).
       01  WS-RCL-REG.
           05 WR-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 WR-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 WR-ORIGEM            PIC X(6).
           05 FILLER               PIC X(1).
           05 WR-CATEGORIA-CODE    PIC X(2).
           05 FILLER               PIC X(1).
           05 WR-DATA-CARTA        PIC X(10).
           05 FILLER               PIC X(1).
           05 WR-DATA-LIMITE       PIC X(10).
           05 FILLER               PIC X(1).
           05 WR-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 WR-DATA-RETORNO      PIC X(10).

       01  WS-ALR-REG.
           05 WA-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 WA-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 WA-TIPO              PIC X(8).
           05 FILLER               PIC X(1).
           05 WA-SEVERIDADE        PIC 9(1).
           05 FILLER               PIC X(1).
           05 WA-DATA              PIC X(10).
           05 FILLER               PIC X(1).
           05 WA-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 WA-DATA-DISPOSICAO   PIC X(10).
           05 FILLER               PIC X(1).
           05 WA-DISPOSICAO        PIC X(11).
           05 FILLER               PIC X(1).
           05 WA-DETALHE           PIC X(30).

      * Conversao de data dd/mm/aaaa para AAAAMMDD e numero de dias;
      * data invalida devolve dias = zero.
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

      * Data limite do recall aberto por correcao - mesmo prazo do
      * IMC.cbl e do IMCTREND.
       01  WS-PRAZO-RECALL         PIC 9(3) VALUE 015.
       01  WS-DIA-LIMITE           PIC 9(7).
       01  WS-DATA-LIMITE.
           05 WS-LIM-AAAA          PIC 9(4).
           05 WS-LIM-MM            PIC 9(2).
           05 WS-LIM-DD            PIC 9(2).
       01  WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE
                                   PIC 9(8).
       01  WS-DATA-LIMITE-EXIB     PIC X(10).

      * Idade em anos completos na data da pesagem, pelo nascimento do
      * cadastro (mesma regra de CALCULAR-IDADE-MESTRE no IMC.cbl).
       01  WS-NASCIMENTO.
           05 WS-NASC-DD           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-NASC-MM           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-NASC-AAAA         PIC X(4).
       01  WS-NASC-DATA.
           05 WS-NASC-DATA-AAAA    PIC 9(4).
           05 WS-NASC-DATA-MM      PIC 9(2).
           05 WS-NASC-DATA-DD      PIC 9(2).
       01  WS-NASC-DATA-NUM REDEFINES WS-NASC-DATA
                                   PIC 9(8).
       01  WS-PES-DATA.
           05 WS-PES-AAAA          PIC 9(4).
           05 WS-PES-MM            PIC 9(2).
           05 WS-PES-DD            PIC 9(2).
       01  WS-PES-DATA-NUM REDEFINES WS-PES-DATA
                                   PIC 9(8).
       01  WS-IDADE-MESTRE         PIC 9(3).
       01  WS-IDADE-MESTRE-SWITCH  PIC X VALUE "N".
           88 WS-IDADE-MESTRE-VALIDA VALUE "S".

      * Paciente corrente no cadastro e modo de classificacao.
       01  WS-PAC-SWITCH           PIC X VALUE "N".
           88 WS-PAC-ENCONTRADO    VALUE "S".
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-PACIENTE-SEXO        PIC X(1).
       01  WS-MODO-PACIENTE        PIC X VALUE "A".
           88 WS-MODO-ADULTO       VALUE "A".
           88 WS-MODO-PEDIATRICO   VALUE "P".
       01  WS-MODO-SWITCH          PIC X VALUE "S".
           88 WS-MODO-DEFINIDO     VALUE "S".
       01  WS-IDADE                PIC 9(2).
       01  WS-SEXO                 PIC X(1).

      * Medidas e classificacao recalculadas.
       01  WS-PESO                 PIC 9(3)V99.
       01  WS-ALTURA               PIC 9V99.
       01  WS-IMC                  PIC 9(3)V99.
       01  WS-CATEGORIA            PIC X(30).
       01  WS-CATEGORIA-CODE       PIC X(2).
       01  WS-CODIGO-APURADO       PIC X(2).
       01  WS-MEDIDA-RAW-PESO      PIC X(5).
       01  WS-MEDIDA-PESO-NUM REDEFINES WS-MEDIDA-RAW-PESO
                                   PIC 9(3)V99.
       01  WS-MEDIDA-RAW-ALTURA    PIC X(3).
       01  WS-MEDIDA-ALTURA-NUM REDEFINES WS-MEDIDA-RAW-ALTURA
                                   PIC 9V99.

      * Campos editados da linha de intercambio (mesmas mascaras do
      * IMC.cbl).
       01  WS-IC-PESO-EDIT         PIC ZZZ.99.
       01  WS-IC-ALTURA-EDIT       PIC Z.99.
       01  WS-IC-IMC-EDIT          PIC ZZZ.99.
       01  WS-IC-IDADE-NUM-EDIT    PIC Z9.
       01  WS-IC-IDADE-EDIT        PIC X(2).
       01  WS-IC-SEXO-EDIT         PIC X.
       01  WS-IC-MODO-EDIT         PIC X(10).
       01  WS-IC-ACAO              PIC X(1).
       01  WS-IC-LINHA             PIC X(163).

      * Transacoes de correcao - arquivo manual e pequeno por
      * natureza; estouro da tabela abenda antes de regravar qualquer
      * coisa. TR-APLICADA: N = pendente, S = aplicada, I = acao
      * invalida, V = campo invalido ou ausente, F = medida corrigida
      * fora da faixa do REFTAB, P = pesagem pediatrica sem idade/sexo
      * no cadastro.
       01  WS-TRN-QTD              PIC 9(4) VALUE ZERO.
       01  WS-TRN-LIMITE           PIC 9(4) VALUE 2000.
       01  WS-TRN-TABELA.
           05 WS-TRN-ITEM OCCURS 2000 TIMES INDEXED BY WS-TRN-IDX.
               10 TR-ID            PIC X(6).
               10 TR-DATA-EXIB     PIC X(10).
               10 TR-HORA          PIC X(8).
               10 TR-DATA-EXEC     PIC X(10).
               10 TR-ACAO          PIC X(8).
               10 TR-PESO-RAW      PIC X(5).
               10 TR-ALTURA-RAW    PIC X(3).
               10 TR-MOTIVO        PIC X(30).
               10 TR-OPERADOR      PIC X(10).
               10 TR-APLICADA      PIC X(1).
               10 TR-UNIDADE       PIC X(3).
               10 TR-CAT-ANTERIOR  PIC X(2).
               10 TR-CAT-NOVA      PIC X(2).
               10 TR-CATEGORIA-NOVA PIC X(30).
               10 TR-ULTIMA        PIC X(1).
               10 TR-NOVO-ALERTA   PIC X(1).
               10 TR-INTERC-LINHA  PIC X(163).
       01  WS-TRN-SUB              PIC 9(4).
       01  WS-TRN-ACHADA           PIC 9(4).
       01  WS-DEM-ID               PIC X(6).
       01  WS-DEM-DATA             PIC X(10).
       01  WS-DEM-HORA             PIC X(8).
       01  WS-DEM-ACAO             PIC X(8).
       01  WS-DEM-PESO             PIC X(5).
       01  WS-DEM-ALTURA           PIC X(3).
       01  WS-DEM-MOTIVO           PIC X(30).
       01  WS-DEM-OPERADOR         PIC X(10).

      * Pacientes com pesagem corrigida ou anulada - o resumo de cada
      * um e recomposto no ULTPES; paciente que ficou sem pesagem
      * vigente sai do ULTPES.
       01  WS-AFE-QTD              PIC 9(4) VALUE ZERO.
       01  WS-AFE-TABELA.
           05 WS-AFE-ITEM OCCURS 2000 TIMES INDEXED BY WS-AFE-IDX.
               10 AF-ID            PIC X(6).
               10 AF-RESUMIDO      PIC X(1).
       01  WS-AFE-SUB              PIC 9(4).
       01  WS-AFE-ACHADO           PIC 9(4).

      * Recomposicao do resumo (mesma montagem do IMCULTRB).
       01  WS-PACIENTE-CORRENTE    PIC X(6).
       01  WS-TEM-PACIENTE         PIC X VALUE "N".
       01  WS-TEM-ANTERIOR         PIC X VALUE "N".
       01  WS-DIA-ULTIMA           PIC 9(7).
       01  WS-DIA-JANELA           PIC 9(7).
       01  WS-JAN-DIA-INICIO       PIC S9(7).
       01  WS-JANELA-DIAS          PIC 9(3) VALUE 030.
       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.

       01  WS-RCL-TRATADO          PIC X.
       01  WS-ALR-TRATADO          PIC X.
       01  WS-CATEGORIA-ANT-EDIT   PIC X(2).
       01  WS-MEDIDAS-EXIB         PIC X(70).
       01  WS-PESO-ATU-EDIT        PIC ZZ9.99.
       01  WS-ALTURA-ATU-EDIT      PIC 9.99.
       01  WS-IMC-ATU-EDIT         PIC ZZ9.99.
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".

       01  WS-CONT-HIST-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-GRAVADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-CORRIGIDAS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-ANULADAS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-CANCELADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-REABERTOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-ATUALIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-NOVOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-FECHADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-MANTIDOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-NOVOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ENCAMINHAR      PIC 9(7) VALUE ZERO.
       01  WS-CONT-INTERC          PIC 9(7) VALUE ZERO.
       01  WS-CONT-ULT-REGRAVADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONT-ULT-EXCLUIDOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-TRN-LIDAS       PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-APLICADAS   PIC 9(4) VALUE ZERO.
       01  WS-CONT-TRN-REJEITADAS  PIC 9(4) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM PROCESSAR-HISTORICO.
           PERFORM PROCESSAR-RECALLS.
           PERFORM PROCESSAR-ALERTAS.
           PERFORM CONFERIR-TOTAIS.
           IF WS-CONFERENCIA-OK
               PERFORM GRAVAR-INTERCAMBIO-CORRECOES
               PERFORM RECOMPOR-ULTIMAS-PESAGENS
           END-IF.
           PERFORM LISTAR-TRANSACOES-REJEITADAS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           STRING WS-SIS-HH ":" WS-SIS-MN ":" WS-SIS-SS
               DELIMITED BY SIZE INTO WS-HORA-EXIBICAO.

           PERFORM CARREGAR-TABELA-REFERENCIA.
           PERFORM CARREGAR-TRANSACOES.

           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ULTPES-FILE.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTPES - "
                   "status " WS-FS-ULTPES
               CLOSE PACMST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD CORRREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PACMST-FILE
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CORRECAO E ANULACAO DE PESAGENS POSTADAS "
               "- EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Faixas e percentis do REFTAB; outros limites da tabela (os de
      * variacao plausivel) nao interessam aqui e sao ignorados.
      * Faixa ou percentil ausente abenda antes de ler o historico.
       CARREGAR-TABELA-REFERENCIA.
           MOVE ALL "N" TO WS-REF-PED-FLAGS.
           OPEN INPUT REFTAB-FILE.
           IF WS-FS-REFTAB NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD REFTAB - "
                   "status " WS-FS-REFTAB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REF-ERRO.
           PERFORM CARREGAR-UMA-REFERENCIA
               UNTIL WS-EOF-REF OR WS-REF-ERRO NOT = SPACES.
           CLOSE REFTAB-FILE.
           IF WS-REF-ERRO = SPACES
               PERFORM VALIDAR-TABELA-REFERENCIA
           END-IF.
           IF WS-REF-ERRO NOT = SPACES
               DISPLAY "ERRO: tabela de referencia (DD REFTAB) "
                   "invalida - " WS-REF-ERRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGAR-UMA-REFERENCIA.
           READ REFTAB-FILE
               AT END SET WS-EOF-REF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN REFTAB-RECORD = SPACES
                           CONTINUE
                       WHEN REFTAB-RECORD(1:1) = "*"
                           CONTINUE
                       WHEN RT-TIPO = "LIM"
                           PERFORM CARREGAR-LIMITE-REFERENCIA
                       WHEN RT-TIPO = "PED"
                           PERFORM CARREGAR-PERCENTIL-REFERENCIA
                       WHEN OTHER
                           MOVE "tipo de registro desconhecido"
                               TO WS-REF-ERRO
                   END-EVALUATE
           END-READ.

       CARREGAR-LIMITE-REFERENCIA.
           IF RL-VALOR IS NOT NUMERIC
               MOVE "valor de limite nao numerico" TO WS-REF-ERRO
           ELSE
               EVALUATE RL-NOME
                   WHEN "PESMIN"
                       MOVE RL-VALOR-NUM TO WS-PESO-MINIMO
                       MOVE "S" TO WS-REF-PESMIN-FLAG
                   WHEN "PESMAX"
                       MOVE RL-VALOR-NUM TO WS-PESO-MAXIMO
                       MOVE "S" TO WS-REF-PESMAX-FLAG
                   WHEN "ALTMIN"
                       MOVE RL-VALOR-NUM TO WS-ALTURA-MINIMA
                       MOVE "S" TO WS-REF-ALTMIN-FLAG
                   WHEN "ALTMAX"
                       MOVE RL-VALOR-NUM TO WS-ALTURA-MAXIMA
                       MOVE "S" TO WS-REF-ALTMAX-FLAG
                   WHEN "PESMPD"
                       MOVE RL-VALOR-NUM TO WS-PESO-MINIMO-PED
                       MOVE "S" TO WS-REF-PESMPD-FLAG
                   WHEN "ALTMPD"
                       MOVE RL-VALOR-NUM TO WS-ALTURA-MINIMA-PED
                       MOVE "S" TO WS-REF-ALTMPD-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Mesmo slot fixo do IMC.cbl (idade 2 a 17 -> posicoes 1 a 16).
       CARREGAR-PERCENTIL-REFERENCIA.
           IF RP-IDADE IS NOT NUMERIC
               OR RP-P5 IS NOT NUMERIC
               OR RP-P85 IS NOT NUMERIC
               OR RP-P95 IS NOT NUMERIC
               MOVE "percentil pediatrico nao numerico" TO WS-REF-ERRO
           ELSE
               IF RP-IDADE-NUM < WS-IDADE-MINIMA-PED
                   OR RP-IDADE-NUM > WS-IDADE-MAXIMA-PED
                   OR (RP-SEXO NOT = "M" AND RP-SEXO NOT = "F")
                   MOVE "sexo/idade fora da faixa pediatrica"
                       TO WS-REF-ERRO
               ELSE
                   COMPUTE WS-REF-IDADE-SLOT = RP-IDADE-NUM - 1
                   IF RP-SEXO = "M"
                       SET WS-PED-M-IDX TO WS-REF-IDADE-SLOT
                       MOVE RP-IDADE-NUM
                           TO WS-PED-M-IDADE(WS-PED-M-IDX)
                       MOVE RP-P5-NUM TO WS-PED-M-P5(WS-PED-M-IDX)
                       MOVE RP-P85-NUM TO WS-PED-M-P85(WS-PED-M-IDX)
                       MOVE RP-P95-NUM TO WS-PED-M-P95(WS-PED-M-IDX)
                       MOVE "S" TO WS-REF-PED-M-FLAG(WS-REF-IDADE-SLOT)
                   ELSE
                       SET WS-PED-F-IDX TO WS-REF-IDADE-SLOT
                       MOVE RP-IDADE-NUM
                           TO WS-PED-F-IDADE(WS-PED-F-IDX)
                       MOVE RP-P5-NUM TO WS-PED-F-P5(WS-PED-F-IDX)
                       MOVE RP-P85-NUM TO WS-PED-F-P85(WS-PED-F-IDX)
                       MOVE RP-P95-NUM TO WS-PED-F-P95(WS-PED-F-IDX)
                       MOVE "S" TO WS-REF-PED-F-FLAG(WS-REF-IDADE-SLOT)
                   END-IF
               END-IF
           END-IF.

       VALIDAR-TABELA-REFERENCIA.
           IF WS-REF-PESMIN-FLAG = "N" OR WS-REF-PESMAX-FLAG = "N"
               OR WS-REF-ALTMIN-FLAG = "N"
               OR WS-REF-ALTMAX-FLAG = "N"
               OR WS-REF-PESMPD-FLAG = "N"
               OR WS-REF-ALTMPD-FLAG = "N"
               MOVE "faixa de validacao ausente" TO WS-REF-ERRO
           END-IF.
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > 16
               IF WS-REF-PED-M-FLAG(WS-REF-SUB) = "N"
                   OR WS-REF-PED-F-FLAG(WS-REF-SUB) = "N"
                   MOVE "idade sem percentis M e F" TO WS-REF-ERRO
               END-IF
           END-PERFORM.

      * Carrega as transacoes; arquivo ausente (dia sem correcao)
      * significa nenhuma transacao. Acao invalida, data invalida,
      * medida nao numerica ou motivo/operador ausente e rejeitado ja
      * na carga e listado no relatorio mais adiante.
       CARREGAR-TRANSACOES.
           OPEN INPUT TRANSACAO-FILE.
           IF WS-FS-TRANSACAO = "00"
               PERFORM CARREGAR-UMA-TRANSACAO UNTIL WS-EOF-TRN
               CLOSE TRANSACAO-FILE
           ELSE
               IF WS-FS-TRANSACAO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD CORTRAN "
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
                           WS-DEM-HORA WS-DEM-ACAO WS-DEM-PESO
                           WS-DEM-ALTURA WS-DEM-MOTIVO
                           WS-DEM-OPERADOR
                       UNSTRING TRANSACAO-LINE DELIMITED BY ","
                           INTO WS-DEM-ID WS-DEM-DATA WS-DEM-HORA
                               WS-DEM-ACAO WS-DEM-PESO WS-DEM-ALTURA
                               WS-DEM-MOTIVO WS-DEM-OPERADOR
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
           MOVE SPACES TO WS-TRN-ITEM(WS-TRN-IDX).
           MOVE WS-DEM-ID TO TR-ID(WS-TRN-IDX).
           MOVE WS-DEM-DATA TO TR-DATA-EXIB(WS-TRN-IDX).
           MOVE WS-DEM-HORA TO TR-HORA(WS-TRN-IDX).
           MOVE WS-DEM-ACAO TO TR-ACAO(WS-TRN-IDX).
           MOVE WS-DEM-PESO TO TR-PESO-RAW(WS-TRN-IDX).
           MOVE WS-DEM-ALTURA TO TR-ALTURA-RAW(WS-TRN-IDX).
           MOVE WS-DEM-MOTIVO TO TR-MOTIVO(WS-TRN-IDX).
           MOVE WS-DEM-OPERADOR TO TR-OPERADOR(WS-TRN-IDX).
           MOVE "N" TO TR-ULTIMA(WS-TRN-IDX).
           MOVE "N" TO TR-NOVO-ALERTA(WS-TRN-IDX).
           MOVE WS-DEM-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           MOVE "N" TO TR-APLICADA(WS-TRN-IDX).
           IF WS-DEM-ACAO NOT = "CORRIGIR"
               AND WS-DEM-ACAO NOT = "ANULAR"
               MOVE "I" TO TR-APLICADA(WS-TRN-IDX)
           ELSE
               IF WS-DIA-CONVERTIDO = ZERO
                   OR WS-DEM-ID = SPACES
                   OR WS-DEM-MOTIVO = SPACES
                   OR WS-DEM-OPERADOR = SPACES
                   MOVE "V" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           END-IF.
           IF TR-APLICADA(WS-TRN-IDX) = "N"
               AND WS-DEM-ACAO = "CORRIGIR"
               IF (WS-DEM-PESO = SPACES AND WS-DEM-ALTURA = SPACES)
                   OR (WS-DEM-PESO NOT = SPACES
                       AND WS-DEM-PESO IS NOT NUMERIC)
                   OR (WS-DEM-ALTURA NOT = SPACES
                       AND WS-DEM-ALTURA IS NOT NUMERIC)
                   MOVE "V" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           END-IF.

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

      * Passada sobre o historico vivo: cada linha vigente que casa
      * com uma transacao pendente e marcada e, na correcao, seguida
      * da linha corrigida; o resto e copiado intacto para HISTNEW.
       PROCESSAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORICO-NOVO-FILE.
           IF WS-FS-HISTORICO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HISTNEW - "
                   "status " WS-FS-HISTORICO-NOVO
               CLOSE HISTORICO-FILE
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PESAGENS CORRIGIDAS OU ANULADAS NO HISTORICO:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LER-HISTORICO.
           PERFORM PROCESSAR-UMA-PESAGEM UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-NOVO-FILE.
           IF WS-CONT-CORRIGIDAS + WS-CONT-ANULADAS = ZERO
               MOVE "  NENHUMA." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LER-HISTORICO.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
           END-READ.

       PROCESSAR-UMA-PESAGEM.
           ADD 1 TO WS-CONT-HIST-LIDOS.
           MOVE HISTORICO-RECORD TO WS-REG-HISTORICO.
           MOVE ZERO TO WS-TRN-ACHADA.
           IF WS-HT-SITUACAO = SPACE
               PERFORM LOCALIZAR-TRANSACAO
           END-IF.
           IF WS-TRN-ACHADA = ZERO
               PERFORM GRAVAR-HISTORICO-NOVO
           ELSE
               SET WS-TRN-IDX TO WS-TRN-ACHADA
               PERFORM LOCALIZAR-PACIENTE
               IF TR-ACAO(WS-TRN-IDX) = "ANULAR"
                   PERFORM APLICAR-ANULACAO
               ELSE
                   PERFORM APLICAR-CORRECAO
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       GRAVAR-HISTORICO-NOVO.
           MOVE WS-REG-HISTORICO TO HISTORICO-NOVO-RECORD.
           WRITE HISTORICO-NOVO-RECORD.
           ADD 1 TO WS-CONT-HIST-GRAVADOS.

      * Primeira transacao pendente do mesmo paciente, data e hora
      * (hora em branco na transacao casa com qualquer hora).
       LOCALIZAR-TRANSACAO.
           MOVE ZERO TO WS-TRN-ACHADA.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
                   OR WS-TRN-ACHADA > ZERO
               IF TR-APLICADA(WS-TRN-SUB) = "N"
                   AND TR-ID(WS-TRN-SUB) = WS-HT-PATIENT-ID
                   AND TR-DATA-EXIB(WS-TRN-SUB) = WS-HT-DATA
                   AND (TR-HORA(WS-TRN-SUB) = SPACES
                       OR TR-HORA(WS-TRN-SUB) = WS-HT-HORA)
                   MOVE WS-TRN-SUB TO WS-TRN-ACHADA
               END-IF
           END-PERFORM.

       LOCALIZAR-PACIENTE.
           MOVE "N" TO WS-PAC-SWITCH.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE SPACES TO WS-PACIENTE-SEXO.
           MOVE SPACES TO WS-NASCIMENTO.
           MOVE WS-HT-PATIENT-ID TO PM-PATIENT-ID.
           READ PACMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PAC-ENCONTRADO TO TRUE
                   MOVE PM-NOME TO WS-PACIENTE-NOME
                   MOVE PM-SEXO TO WS-PACIENTE-SEXO
                   MOVE PM-NASCIMENTO TO WS-NASCIMENTO
           END-READ.

      * Anulacao: a linha fica no historico marcada "A" e o EHR
      * recebe a mesma pesagem com ACAO "A".
       APLICAR-ANULACAO.
           MOVE "A" TO WS-HT-SITUACAO.
           PERFORM GRAVAR-HISTORICO-NOVO.
           ADD 1 TO WS-CONT-ANULADAS.
           PERFORM REGISTRAR-APLICACAO.
           MOVE TR-CAT-ANTERIOR(WS-TRN-IDX) TO TR-CAT-NOVA(WS-TRN-IDX).
           PERFORM DEFINIR-MODO-PACIENTE.
           COMPUTE WS-PESO = FUNCTION NUMVAL(WS-HT-PESO).
           COMPUTE WS-ALTURA = FUNCTION NUMVAL(WS-HT-ALTURA).
           COMPUTE WS-IMC = FUNCTION NUMVAL(WS-HT-IMC).
           MOVE WS-HT-CATEGORIA TO WS-CATEGORIA.
           MOVE TR-CAT-ANTERIOR(WS-TRN-IDX) TO WS-CATEGORIA-CODE.
           MOVE "A" TO WS-IC-ACAO.
           PERFORM MONTAR-LINHA-INTERCAMBIO.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  ANULADA   " WS-HT-PATIENT-ID " " WS-HT-DATA " "
               WS-HT-HORA " UNIDADE " WS-HT-UNIDADE " PESO "
               WS-HT-PESO " ALT " WS-HT-ALTURA " IMC " WS-HT-IMC
               " " TR-CAT-ANTERIOR(WS-TRN-IDX)
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM GRAVAR-LINHA-MOTIVO.

      * Correcao: medidas novas (ou as postadas, para o campo em
      * branco), validadas nas faixas do REFTAB e reclassificadas no
      * modo do paciente. Medida fora da faixa ou crianca sem idade/
      * sexo no cadastro deixa a linha intacta e a transacao nao
      * aplicada.
       APLICAR-CORRECAO.
           COMPUTE WS-PESO = FUNCTION NUMVAL(WS-HT-PESO).
           COMPUTE WS-ALTURA = FUNCTION NUMVAL(WS-HT-ALTURA).
           IF TR-PESO-RAW(WS-TRN-IDX) NOT = SPACES
               MOVE TR-PESO-RAW(WS-TRN-IDX) TO WS-MEDIDA-RAW-PESO
               MOVE WS-MEDIDA-PESO-NUM TO WS-PESO
           END-IF.
           IF TR-ALTURA-RAW(WS-TRN-IDX) NOT = SPACES
               MOVE TR-ALTURA-RAW(WS-TRN-IDX) TO WS-MEDIDA-RAW-ALTURA
               MOVE WS-MEDIDA-ALTURA-NUM TO WS-ALTURA
           END-IF.
           PERFORM DEFINIR-MODO-PACIENTE.
           IF NOT WS-MODO-DEFINIDO
               MOVE "P" TO TR-APLICADA(WS-TRN-IDX)
           ELSE
               PERFORM VALIDAR-MEDIDAS
           END-IF.
           IF TR-APLICADA(WS-TRN-IDX) = "N"
               COMPUTE WS-IMC = WS-PESO / (WS-ALTURA * WS-ALTURA)
                   ON SIZE ERROR
                       MOVE "F" TO TR-APLICADA(WS-TRN-IDX)
               END-COMPUTE
           END-IF.
           IF TR-APLICADA(WS-TRN-IDX) NOT = "N"
               PERFORM GRAVAR-HISTORICO-NOVO
           ELSE
               IF WS-MODO-PEDIATRICO
                   PERFORM CLASSIFICAR-PEDIATRICO
               ELSE
                   PERFORM CLASSIFICAR-ADULTO
               END-IF
               PERFORM GRAVAR-PESAGEM-CORRIGIDA
           END-IF.

       GRAVAR-PESAGEM-CORRIGIDA.
           MOVE WS-REG-HISTORICO TO WS-REG-CORRIGIDO.
           MOVE "S" TO WS-HT-SITUACAO.
           PERFORM GRAVAR-HISTORICO-NOVO.
           MOVE WS-PESO TO WS-HC-PESO.
           MOVE WS-ALTURA TO WS-HC-ALTURA.
           MOVE WS-IMC TO WS-HC-IMC.
           MOVE WS-CATEGORIA TO WS-HC-CATEGORIA.
           MOVE SPACE TO WS-HC-SITUACAO.
           MOVE WS-REG-CORRIGIDO TO HISTORICO-NOVO-RECORD.
           WRITE HISTORICO-NOVO-RECORD.
           ADD 1 TO WS-CONT-HIST-GRAVADOS.
           ADD 1 TO WS-CONT-CORRIGIDAS.
           PERFORM REGISTRAR-APLICACAO.
           MOVE WS-CATEGORIA-CODE TO TR-CAT-NOVA(WS-TRN-IDX).
           MOVE WS-CATEGORIA TO TR-CATEGORIA-NOVA(WS-TRN-IDX).
      * Correcao da ultima pesagem do paciente que cai em faixa
      * critica sem ter estado nela abre alerta e recall, como o
      * IMCTREND faria no dia da pesagem.
           IF TR-ULTIMA(WS-TRN-IDX) = "S"
               AND (WS-CATEGORIA-CODE = "MG" OR "O3")
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "MG"
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "O3"
               MOVE "S" TO TR-NOVO-ALERTA(WS-TRN-IDX)
           END-IF.
      * Correcao que leva a categoria de encaminhamento sem carta
      * emitida: a carta e impressa so pelo IMCSTEP, entao o caso vai
      * para a clinica avaliar.
           IF (WS-CATEGORIA-CODE = "MG" OR "O2" OR "O3" OR "QO")
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "MG"
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "O2"
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "O3"
               AND TR-CAT-ANTERIOR(WS-TRN-IDX) NOT = "QO"
               ADD 1 TO WS-CONT-ENCAMINHAR
               MOVE SPACES TO RELATORIO-LINE
               STRING "  *** AVALIAR ENCAMINHAMENTO: " WS-HT-PATIENT-ID
                   " " WS-HT-DATA " CORRIGIDO PARA "
                   FUNCTION TRIM(WS-CATEGORIA)
                   " - CARTA NAO EMITIDA"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE "C" TO WS-IC-ACAO.
           PERFORM MONTAR-LINHA-INTERCAMBIO.
           MOVE WS-PESO TO WS-PESO-ATU-EDIT.
           MOVE WS-ALTURA TO WS-ALTURA-ATU-EDIT.
           MOVE WS-IMC TO WS-IMC-ATU-EDIT.
           MOVE SPACES TO WS-MEDIDAS-EXIB.
           STRING "PESO " WS-HT-PESO ">" WS-PESO-ATU-EDIT
               " ALT " WS-HT-ALTURA ">" WS-ALTURA-ATU-EDIT
               " IMC " WS-HT-IMC ">" WS-IMC-ATU-EDIT
               " " TR-CAT-ANTERIOR(WS-TRN-IDX) ">" WS-CATEGORIA-CODE
               DELIMITED BY SIZE INTO WS-MEDIDAS-EXIB.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  CORRIGIDA " WS-HT-PATIENT-ID " " WS-HT-DATA " "
               WS-HT-HORA " UNIDADE " WS-HT-UNIDADE " "
               WS-MEDIDAS-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM GRAVAR-LINHA-MOTIVO.

       GRAVAR-LINHA-MOTIVO.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "              POR " TR-OPERADOR(WS-TRN-IDX) " - "
               TR-MOTIVO(WS-TRN-IDX)
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Transacao aplicada: guarda unidade e categoria original,
      * marca o paciente para a recomposicao do ULTPES e anota se a
      * pesagem alterada e a ultima dele no resumo atual.
       REGISTRAR-APLICACAO.
           MOVE "S" TO TR-APLICADA(WS-TRN-IDX).
           MOVE WS-HT-UNIDADE TO TR-UNIDADE(WS-TRN-IDX).
           MOVE WS-HT-DATA-EXEC TO TR-DATA-EXEC(WS-TRN-IDX).
           PERFORM CODIFICAR-CATEGORIA.
           MOVE WS-CODIGO-APURADO TO TR-CAT-ANTERIOR(WS-TRN-IDX).
           MOVE WS-HT-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           MOVE WS-HT-PATIENT-ID TO UP-PATIENT-ID.
           READ ULTPES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UP-DATA = WS-DATA-AAAAMMDD-NUM
                       MOVE "S" TO TR-ULTIMA(WS-TRN-IDX)
                   END-IF
           END-READ.
           PERFORM MARCAR-PACIENTE-AFETADO.

       MARCAR-PACIENTE-AFETADO.
           MOVE ZERO TO WS-AFE-ACHADO.
           PERFORM VARYING WS-AFE-SUB FROM 1 BY 1
                   UNTIL WS-AFE-SUB > WS-AFE-QTD
                   OR WS-AFE-ACHADO > ZERO
               IF AF-ID(WS-AFE-SUB) = WS-HT-PATIENT-ID
                   MOVE WS-AFE-SUB TO WS-AFE-ACHADO
               END-IF
           END-PERFORM.
           IF WS-AFE-ACHADO = ZERO
               ADD 1 TO WS-AFE-QTD
               SET WS-AFE-IDX TO WS-AFE-QTD
               MOVE WS-HT-PATIENT-ID TO AF-ID(WS-AFE-IDX)
               MOVE "N" TO AF-RESUMIDO(WS-AFE-IDX)
           END-IF.

      * Codigo de duas letras da categoria gravada no historico (o
      * mesmo atribuido por CLASSIFICAR no IMC.cbl).
       CODIFICAR-CATEGORIA.
           EVALUATE WS-HT-CATEGORIA
               WHEN "Magreza grave"
                   MOVE "MG" TO WS-CODIGO-APURADO
               WHEN "Magreza moderada"
                   MOVE "MM" TO WS-CODIGO-APURADO
               WHEN "Magreza leve"
                   MOVE "ML" TO WS-CODIGO-APURADO
               WHEN "Peso normal"
                   MOVE "PN" TO WS-CODIGO-APURADO
               WHEN "Sobrepeso"
                   MOVE "SP" TO WS-CODIGO-APURADO
               WHEN "Obesidade Grau I"
                   MOVE "O1" TO WS-CODIGO-APURADO
               WHEN "Obesidade Grau II"
                   MOVE "O2" TO WS-CODIGO-APURADO
               WHEN "Obesidade Grau III"
                   MOVE "O3" TO WS-CODIGO-APURADO
               WHEN "Abaixo do peso (pediatrico)"
                   MOVE "QA" TO WS-CODIGO-APURADO
               WHEN "Peso adequado (pediatrico)"
                   MOVE "QN" TO WS-CODIGO-APURADO
               WHEN "Sobrepeso (pediatrico)"
                   MOVE "QS" TO WS-CODIGO-APURADO
               WHEN "Obesidade (pediatrico)"
                   MOVE "QO" TO WS-CODIGO-APURADO
               WHEN OTHER
                   MOVE SPACES TO WS-CODIGO-APURADO
           END-EVALUATE.

      * Modo pelo cadastro na data da pesagem quando ele tem
      * nascimento e sexo (como o IMCSTEP faz); sem isso vale o modo
      * em que a pesagem foi postada, lido da categoria gravada -
      * pediatrica sem idade/sexo no cadastro nao tem como ser
      * reclassificada.
       DEFINIR-MODO-PACIENTE.
           SET WS-MODO-ADULTO TO TRUE.
           MOVE "S" TO WS-MODO-SWITCH.
           MOVE ZERO TO WS-IDADE.
           MOVE SPACE TO WS-SEXO.
           PERFORM CALCULAR-IDADE-MESTRE.
           IF WS-IDADE-MESTRE-VALIDA
               AND (WS-PACIENTE-SEXO = "M" OR WS-PACIENTE-SEXO = "F")
               IF WS-IDADE-MESTRE >= WS-IDADE-MINIMA-PED
                   AND WS-IDADE-MESTRE <= WS-IDADE-MAXIMA-PED
                   SET WS-MODO-PEDIATRICO TO TRUE
                   MOVE WS-IDADE-MESTRE TO WS-IDADE
                   MOVE WS-PACIENTE-SEXO TO WS-SEXO
               END-IF
           ELSE
               PERFORM CODIFICAR-CATEGORIA
               IF WS-CODIGO-APURADO(1:1) = "Q"
                   SET WS-MODO-PEDIATRICO TO TRUE
                   MOVE "N" TO WS-MODO-SWITCH
               END-IF
           END-IF.

       CALCULAR-IDADE-MESTRE.
           MOVE "N" TO WS-IDADE-MESTRE-SWITCH.
           MOVE ZERO TO WS-IDADE-MESTRE.
           MOVE WS-HT-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           IF WS-PAC-ENCONTRADO
               AND WS-DIA-CONVERTIDO > ZERO
               AND WS-NASC-AAAA IS NUMERIC
               AND WS-NASC-MM IS NUMERIC
               AND WS-NASC-DD IS NUMERIC
               AND WS-NASC-MM >= "01" AND WS-NASC-MM <= "12"
               AND WS-NASC-DD >= "01" AND WS-NASC-DD <= "31"
               MOVE WS-NASC-AAAA TO WS-NASC-DATA-AAAA
               MOVE WS-NASC-MM TO WS-NASC-DATA-MM
               MOVE WS-NASC-DD TO WS-NASC-DATA-DD
               MOVE WS-DATA-AAAAMMDD-NUM TO WS-PES-DATA-NUM
               IF WS-NASC-DATA-NUM <= WS-PES-DATA-NUM
                   AND WS-PES-AAAA - WS-NASC-DATA-AAAA < 1000
                   COMPUTE WS-IDADE-MESTRE =
                       WS-PES-AAAA - WS-NASC-DATA-AAAA
                   IF WS-PES-MM < WS-NASC-DATA-MM
                       OR (WS-PES-MM = WS-NASC-DATA-MM
                       AND WS-PES-DD < WS-NASC-DATA-DD)
                       SUBTRACT 1 FROM WS-IDADE-MESTRE
                   END-IF
                   SET WS-IDADE-MESTRE-VALIDA TO TRUE
               END-IF
           END-IF.

       VALIDAR-MEDIDAS.
           IF WS-MODO-PEDIATRICO
               IF WS-PESO < WS-PESO-MINIMO-PED
                   OR WS-PESO > WS-PESO-MAXIMO
                   OR WS-ALTURA = ZERO
                   OR WS-ALTURA < WS-ALTURA-MINIMA-PED
                   OR WS-ALTURA > WS-ALTURA-MAXIMA
                   MOVE "F" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           ELSE
               IF WS-PESO < WS-PESO-MINIMO
                   OR WS-PESO > WS-PESO-MAXIMO
                   OR WS-ALTURA = ZERO
                   OR WS-ALTURA < WS-ALTURA-MINIMA
                   OR WS-ALTURA > WS-ALTURA-MAXIMA
                   MOVE "F" TO TR-APLICADA(WS-TRN-IDX)
               END-IF
           END-IF.

       CLASSIFICAR-PEDIATRICO.
           IF WS-SEXO = "M"
               PERFORM VARYING WS-PED-M-IDX FROM 1 BY 1
                       UNTIL WS-PED-M-IDX > 16
                   IF WS-PED-M-IDADE(WS-PED-M-IDX) = WS-IDADE
                       MOVE WS-PED-M-P5(WS-PED-M-IDX)  TO WS-PED-P5
                       MOVE WS-PED-M-P85(WS-PED-M-IDX) TO WS-PED-P85
                       MOVE WS-PED-M-P95(WS-PED-M-IDX) TO WS-PED-P95
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PED-F-IDX FROM 1 BY 1
                       UNTIL WS-PED-F-IDX > 16
                   IF WS-PED-F-IDADE(WS-PED-F-IDX) = WS-IDADE
                       MOVE WS-PED-F-P5(WS-PED-F-IDX)  TO WS-PED-P5
                       MOVE WS-PED-F-P85(WS-PED-F-IDX) TO WS-PED-P85
                       MOVE WS-PED-F-P95(WS-PED-F-IDX) TO WS-PED-P95
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-IMC < WS-PED-P5
                   MOVE "Abaixo do peso (pediatrico)" TO WS-CATEGORIA
                   MOVE "QA" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < WS-PED-P85
                   MOVE "Peso adequado (pediatrico)" TO WS-CATEGORIA
                   MOVE "QN" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < WS-PED-P95
                   MOVE "Sobrepeso (pediatrico)" TO WS-CATEGORIA
                   MOVE "QS" TO WS-CATEGORIA-CODE
               WHEN OTHER
                   MOVE "Obesidade (pediatrico)" TO WS-CATEGORIA
                   MOVE "QO" TO WS-CATEGORIA-CODE
           END-EVALUATE.

      * Tabela de classificacao OMS para adultos (a mesma do IMC.cbl).
       CLASSIFICAR-ADULTO.
           EVALUATE TRUE
               WHEN WS-IMC < 16.00
                   MOVE "Magreza grave" TO WS-CATEGORIA
                   MOVE "MG" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 17.00
                   MOVE "Magreza moderada" TO WS-CATEGORIA
                   MOVE "MM" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 18.50
                   MOVE "Magreza leve" TO WS-CATEGORIA
                   MOVE "ML" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 25.00
                   MOVE "Peso normal" TO WS-CATEGORIA
                   MOVE "PN" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 30.00
                   MOVE "Sobrepeso" TO WS-CATEGORIA
                   MOVE "SP" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 35.00
                   MOVE "Obesidade Grau I" TO WS-CATEGORIA
                   MOVE "O1" TO WS-CATEGORIA-CODE
               WHEN WS-IMC < 40.00
                   MOVE "Obesidade Grau II" TO WS-CATEGORIA
                   MOVE "O2" TO WS-CATEGORIA-CODE
               WHEN OTHER
                   MOVE "Obesidade Grau III" TO WS-CATEGORIA
                   MOVE "O3" TO WS-CATEGORIA-CODE
           END-EVALUATE.

      * Linha do INTERC no layout do IMC.cbl, guardada na transacao:
      * so e gravada no fim, se a conferencia fechar.
       MONTAR-LINHA-INTERCAMBIO.
           MOVE WS-PESO TO WS-IC-PESO-EDIT.
           MOVE WS-ALTURA TO WS-IC-ALTURA-EDIT.
           MOVE WS-IMC TO WS-IC-IMC-EDIT.
           IF WS-MODO-PEDIATRICO AND WS-MODO-DEFINIDO
               MOVE WS-IDADE TO WS-IC-IDADE-NUM-EDIT
               MOVE WS-IC-IDADE-NUM-EDIT TO WS-IC-IDADE-EDIT
               MOVE WS-SEXO TO WS-IC-SEXO-EDIT
               MOVE "PEDIATRICO" TO WS-IC-MODO-EDIT
           ELSE
               MOVE SPACES TO WS-IC-IDADE-EDIT
               MOVE SPACE TO WS-IC-SEXO-EDIT
               IF WS-MODO-PEDIATRICO
                   MOVE "PEDIATRICO" TO WS-IC-MODO-EDIT
               ELSE
                   MOVE "ADULTO" TO WS-IC-MODO-EDIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-IC-LINHA.
           STRING FUNCTION TRIM(WS-HT-PATIENT-ID) ","
               FUNCTION TRIM(WS-PACIENTE-NOME) ","
               WS-HT-DATA ","
               WS-HT-HORA "," WS-IC-PESO-EDIT ","
               WS-IC-ALTURA-EDIT "," WS-IC-IDADE-EDIT ","
               WS-IC-SEXO-EDIT "," FUNCTION TRIM(WS-IC-MODO-EDIT) ","
               WS-IC-IMC-EDIT "," WS-CATEGORIA-CODE ","
               FUNCTION TRIM(WS-CATEGORIA) "," WS-HT-SITE
               "," WS-IC-ACAO "," WS-HT-EQUIPAMENTO ","
               WS-DATA-EXIBICAO "," WS-HORA-EXIBICAO
               DELIMITED BY SIZE INTO WS-IC-LINHA.
           MOVE WS-IC-LINHA TO TR-INTERC-LINHA(WS-TRN-IDX).

      * Passada sobre os recalls: cada recall do paciente ligado a
      * uma pesagem alterada e cancelado, atualizado ou reaberto; no
      * fim entram os recalls das correcoes que cairam em faixa
      * critica. Arquivo ausente = nenhum recall ainda.
       PROCESSAR-RECALLS.
           OPEN OUTPUT RECALL-NOVO-FILE.
           IF WS-FS-RECALL-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RECNEW - "
                   "status " WS-FS-RECALL-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "RECALLS DE FOLLOW-UP ALTERADOS:" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           OPEN INPUT RECALL-FILE.
           IF WS-FS-RECALL = "00"
               PERFORM LER-RECALL
               PERFORM PROCESSAR-UM-RECALL UNTIL WS-EOF-RCL
               CLOSE RECALL-FILE
           ELSE
               IF WS-FS-RECALL NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD RECALL - "
                       "status " WS-FS-RECALL
                   CLOSE RECALL-NOVO-FILE
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
               IF TR-NOVO-ALERTA(WS-TRN-SUB) = "S"
                   PERFORM GRAVAR-RECALL-CORRECAO
               END-IF
           END-PERFORM.
           CLOSE RECALL-NOVO-FILE.
           IF WS-CONT-RCL-CANCELADOS + WS-CONT-RCL-REABERTOS
               + WS-CONT-RCL-ATUALIZADOS + WS-CONT-RCL-NOVOS = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LER-RECALL.
           READ RECALL-FILE
               AT END SET WS-EOF-RCL TO TRUE
           END-READ.

       PROCESSAR-UM-RECALL.
           ADD 1 TO WS-CONT-RCL-LIDOS.
           MOVE RECALL-RECORD TO WS-RCL-REG.
           MOVE "N" TO WS-RCL-TRATADO.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
                   OR WS-RCL-TRATADO = "S"
               IF TR-APLICADA(WS-TRN-SUB) = "S"
                   AND TR-ID(WS-TRN-SUB) = WR-PATIENT-ID
                   PERFORM AJUSTAR-RECALL
               END-IF
           END-PERFORM.
           MOVE WS-RCL-REG TO RECALL-NOVO-RECORD.
           WRITE RECALL-NOVO-RECORD.
           ADD 1 TO WS-CONT-RCL-GRAVADOS.
           PERFORM LER-RECALL.

      * Recall aberto pela pesagem alterada: a carta do IMCSTEP e
      * datada com a data de negocio da execucao que postou a pesagem
      * - para pesagem de bloco de reenvio (correcao da suspensao,
      * liberacao da verificacao) e a data da execucao carimbada no
      * historico, anterior a data da pesagem - e o recall de alerta
      * do IMCTREND com a data da pesagem. Carta casa pela data da
      * execucao quando a linha tem carimbo, ou pela data da pesagem
      * (linha sem carimbo, gravada antes dele, ou execucao
      * retroativa, em que a data de negocio e a do arquivo); alerta
      * so pela data da pesagem. Anulacao cancela; correcao mantem
      * com a categoria nova se ela ainda e da faixa da origem (carta:
      * MG, O2, O3, QO; alerta: MG, O3), senao cancela. Recall fechado
      * pelo retorno que a anulacao apagou volta a ficar aberto.
       AJUSTAR-RECALL.
           IF (WR-DATA-CARTA = TR-DATA-EXIB(WS-TRN-SUB)
               OR (WR-ORIGEM NOT = "ALERTA"
                   AND TR-DATA-EXEC(WS-TRN-SUB) NOT = SPACES
                   AND WR-DATA-CARTA = TR-DATA-EXEC(WS-TRN-SUB)))
               AND (WR-STATUS = "A" OR WR-STATUS = "F")
               MOVE "S" TO WS-RCL-TRATADO
               MOVE WR-CATEGORIA-CODE TO WS-CATEGORIA-ANT-EDIT
               EVALUATE TRUE
                   WHEN TR-ACAO(WS-TRN-SUB) = "ANULAR"
                       PERFORM CANCELAR-RECALL
                   WHEN WR-ORIGEM = "ALERTA"
                       AND (TR-CAT-NOVA(WS-TRN-SUB) = "MG"
                           OR TR-CAT-NOVA(WS-TRN-SUB) = "O3")
                       PERFORM ATUALIZAR-RECALL
                   WHEN WR-ORIGEM NOT = "ALERTA"
                       AND (TR-CAT-NOVA(WS-TRN-SUB) = "MG"
                           OR TR-CAT-NOVA(WS-TRN-SUB) = "O2"
                           OR TR-CAT-NOVA(WS-TRN-SUB) = "O3"
                           OR TR-CAT-NOVA(WS-TRN-SUB) = "QO")
                       PERFORM ATUALIZAR-RECALL
                   WHEN OTHER
                       PERFORM CANCELAR-RECALL
               END-EVALUATE
           ELSE
               IF WR-STATUS = "F"
                   AND WR-DATA-RETORNO = TR-DATA-EXIB(WS-TRN-SUB)
                   AND TR-ACAO(WS-TRN-SUB) = "ANULAR"
                   MOVE "S" TO WS-RCL-TRATADO
                   MOVE "A" TO WR-STATUS
                   MOVE SPACES TO WR-DATA-RETORNO
                   ADD 1 TO WS-CONT-RCL-REABERTOS
                   MOVE SPACES TO RELATORIO-LINE
                   STRING "  REABERTO   " WR-PATIENT-ID " "
                       WR-ORIGEM " " WR-CATEGORIA-CODE " DE "
                       WR-DATA-CARTA " LIMITE " WR-DATA-LIMITE
                       " - RETORNO DE " TR-DATA-EXIB(WS-TRN-SUB)
                       " ANULADO"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
                   WRITE RELATORIO-LINE
               END-IF
           END-IF.

       CANCELAR-RECALL.
           MOVE "C" TO WR-STATUS.
           MOVE SPACES TO WR-DATA-RETORNO.
           ADD 1 TO WS-CONT-RCL-CANCELADOS.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  CANCELADO  " WR-PATIENT-ID " " WR-ORIGEM " "
               WR-CATEGORIA-CODE " DE " WR-DATA-CARTA " - PESAGEM "
               FUNCTION TRIM(TR-ACAO(WS-TRN-SUB)) " -> "
               TR-CAT-NOVA(WS-TRN-SUB)
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       ATUALIZAR-RECALL.
           IF WR-CATEGORIA-CODE NOT = TR-CAT-NOVA(WS-TRN-SUB)
               MOVE TR-CAT-NOVA(WS-TRN-SUB) TO WR-CATEGORIA-CODE
               ADD 1 TO WS-CONT-RCL-ATUALIZADOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "  ATUALIZADO " WR-PATIENT-ID " " WR-ORIGEM " "
                   WS-CATEGORIA-ANT-EDIT ">" WR-CATEGORIA-CODE
                   " DE " WR-DATA-CARTA " STATUS " WR-STATUS
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.

       GRAVAR-RECALL-CORRECAO.
           MOVE SPACES TO WS-RCL-REG.
           MOVE TR-ID(WS-TRN-SUB) TO WR-PATIENT-ID.
           MOVE TR-UNIDADE(WS-TRN-SUB) TO WR-UNIDADE.
           MOVE "ALERTA" TO WR-ORIGEM.
           MOVE TR-CAT-NOVA(WS-TRN-SUB) TO WR-CATEGORIA-CODE.
           MOVE TR-DATA-EXIB(WS-TRN-SUB) TO WR-DATA-CARTA.
           MOVE TR-DATA-EXIB(WS-TRN-SUB) TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           COMPUTE WS-DIA-LIMITE = WS-DIA-CONVERTIDO + WS-PRAZO-RECALL.
           COMPUTE WS-DATA-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE).
           MOVE SPACES TO WS-DATA-LIMITE-EXIB.
           STRING WS-LIM-DD "/" WS-LIM-MM "/" WS-LIM-AAAA
               DELIMITED BY SIZE INTO WS-DATA-LIMITE-EXIB.
           MOVE WS-DATA-LIMITE-EXIB TO WR-DATA-LIMITE.
           MOVE "A" TO WR-STATUS.
           MOVE WS-RCL-REG TO RECALL-NOVO-RECORD.
           WRITE RECALL-NOVO-RECORD.
           ADD 1 TO WS-CONT-RCL-GRAVADOS.
           ADD 1 TO WS-CONT-RCL-NOVOS.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  ABERTO     " WR-PATIENT-ID " " WR-ORIGEM " "
               WR-CATEGORIA-CODE " DE " WR-DATA-CARTA " LIMITE "
               WR-DATA-LIMITE " - CORRECAO EM FAIXA CRITICA"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Passada sobre o mestre de alertas: alerta aberto da pesagem
      * alterada e fechado com a disposicao ANULACAO ou CORRECAO - o
      * CRITICA de uma correcao que continua critica fica aberto com
      * a categoria nova. No fim entram os CRITICA das correcoes que
      * cairam em faixa critica.
       PROCESSAR-ALERTAS.
           OPEN OUTPUT ALRMST-NOVO-FILE.
           IF WS-FS-ALRMST-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ALRMNEW - "
                   "status " WS-FS-ALRMST-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ALERTAS CLINICOS ALTERADOS:" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           OPEN INPUT ALRMST-FILE.
           IF WS-FS-ALRMST = "00"
               PERFORM LER-ALERTA
               PERFORM PROCESSAR-UM-ALERTA UNTIL WS-EOF-ALR
               CLOSE ALRMST-FILE
           ELSE
               IF WS-FS-ALRMST NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD ALRMST - "
                       "status " WS-FS-ALRMST
                   CLOSE ALRMST-NOVO-FILE
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-QTD
               IF TR-NOVO-ALERTA(WS-TRN-SUB) = "S"
                   PERFORM GRAVAR-ALERTA-CORRECAO
               END-IF
           END-PERFORM.
           CLOSE ALRMST-NOVO-FILE.
           IF WS-CONT-ALR-FECHADOS + WS-CONT-ALR-MANTIDOS
               + WS-CONT-ALR-NOVOS = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LER-ALERTA.
           READ ALRMST-FILE
               AT END SET WS-EOF-ALR TO TRUE
           END-READ.

      * O alerta casa pela data da pesagem, e nao pela da execucao: o
      * IMCTREND data o alerta com a data da pesagem e so o abre para
      * a pesagem mais recente do paciente que seja da data de negocio
      * - pesagem de bloco de reenvio, anterior a essa data, nao abre
      * alerta.
       PROCESSAR-UM-ALERTA.
           ADD 1 TO WS-CONT-ALR-LIDOS.
           MOVE ALRMST-RECORD TO WS-ALR-REG.
           MOVE "N" TO WS-ALR-TRATADO.
           IF WA-STATUS = "A"
               PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                       UNTIL WS-TRN-SUB > WS-TRN-QTD
                       OR WS-ALR-TRATADO = "S"
                   IF TR-APLICADA(WS-TRN-SUB) = "S"
                       AND TR-ID(WS-TRN-SUB) = WA-PATIENT-ID
                       AND TR-DATA-EXIB(WS-TRN-SUB) = WA-DATA
                       MOVE "S" TO WS-ALR-TRATADO
                       PERFORM AJUSTAR-ALERTA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-ALR-REG TO ALRMST-NOVO-RECORD.
           WRITE ALRMST-NOVO-RECORD.
           ADD 1 TO WS-CONT-ALR-GRAVADOS.
           PERFORM LER-ALERTA.

       AJUSTAR-ALERTA.
           IF TR-ACAO(WS-TRN-SUB) = "CORRIGIR"
               AND WA-TIPO = "CRITICA"
               AND (TR-CAT-NOVA(WS-TRN-SUB) = "MG"
                   OR TR-CAT-NOVA(WS-TRN-SUB) = "O3")
               MOVE TR-CATEGORIA-NOVA(WS-TRN-SUB) TO WA-DETALHE
               ADD 1 TO WS-CONT-ALR-MANTIDOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "  MANTIDO    " WA-PATIENT-ID " " WA-TIPO " DE "
                   WA-DATA " - CORRIGIDO PARA "
                   FUNCTION TRIM(WA-DETALHE)
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           ELSE
               MOVE "F" TO WA-STATUS
               MOVE WS-DATA-EXIBICAO TO WA-DATA-DISPOSICAO
               IF TR-ACAO(WS-TRN-SUB) = "ANULAR"
                   MOVE "ANULACAO" TO WA-DISPOSICAO
               ELSE
                   MOVE "CORRECAO" TO WA-DISPOSICAO
               END-IF
               ADD 1 TO WS-CONT-ALR-FECHADOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "  FECHADO    " WA-PATIENT-ID " " WA-TIPO " DE "
                   WA-DATA " SEV " WA-SEVERIDADE " - DISPOSICAO "
                   WA-DISPOSICAO " (" FUNCTION TRIM(WA-DETALHE) ")"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.

       GRAVAR-ALERTA-CORRECAO.
           MOVE SPACES TO WS-ALR-REG.
           MOVE TR-ID(WS-TRN-SUB) TO WA-PATIENT-ID.
           MOVE TR-UNIDADE(WS-TRN-SUB) TO WA-UNIDADE.
           MOVE "CRITICA" TO WA-TIPO.
           MOVE 3 TO WA-SEVERIDADE.
           MOVE TR-DATA-EXIB(WS-TRN-SUB) TO WA-DATA.
           MOVE "A" TO WA-STATUS.
           MOVE TR-CATEGORIA-NOVA(WS-TRN-SUB) TO WA-DETALHE.
           MOVE WS-ALR-REG TO ALRMST-NOVO-RECORD.
           WRITE ALRMST-NOVO-RECORD.
           ADD 1 TO WS-CONT-ALR-GRAVADOS.
           ADD 1 TO WS-CONT-ALR-NOVOS.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  ABERTO     " WA-PATIENT-ID " " WA-TIPO " DE "
               WA-DATA " SEV 3 - CORRECAO EM FAIXA CRITICA ("
               FUNCTION TRIM(WA-DETALHE) ")"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Os arquivos regravados so substituem os vivos se os totais
      * fecharem; sem isso nada vai para o EHR nem para o ULTPES.
       CONFERIR-TOTAIS.
           IF WS-CONT-HIST-LIDOS + WS-CONT-CORRIGIDAS
                   NOT = WS-CONT-HIST-GRAVADOS
               OR WS-CONT-RCL-LIDOS + WS-CONT-RCL-NOVOS
                   NOT = WS-CONT-RCL-GRAVADOS
               OR WS-CONT-ALR-LIDOS + WS-CONT-ALR-NOVOS
                   NOT = WS-CONT-ALR-GRAVADOS
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.

      * Linhas de correcao/anulacao para o EHR, na ordem em que as
      * pesagens foram alteradas no historico.
       GRAVAR-INTERCAMBIO-CORRECOES.
           IF WS-CONT-CORRIGIDAS + WS-CONT-ANULADAS > ZERO
               OPEN EXTEND INTERCAMBIO-FILE
               IF WS-FS-INTERCAMBIO = "35"
                   CLOSE INTERCAMBIO-FILE
                   OPEN OUTPUT INTERCAMBIO-FILE
                   MOVE SPACES TO INTERCAMBIO-LINE
                   STRING "PATIENT_ID,NOME,DATA,HORA,PESO,ALTURA,"
                       "IDADE,SEXO,MODO,IMC,CATEGORIA_CODE,"
                       "CATEGORIA,SITE,ACAO,EQUIPAMENTO,DATA_EXEC,"
                       "HORA_EXEC"
                       DELIMITED BY SIZE INTO INTERCAMBIO-LINE
                   WRITE INTERCAMBIO-LINE
               END-IF
               IF WS-FS-INTERCAMBIO NOT = "00"
                   AND WS-FS-INTERCAMBIO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD INTERC - "
                       "status " WS-FS-INTERCAMBIO
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                       UNTIL WS-TRN-SUB > WS-TRN-QTD
                   IF TR-APLICADA(WS-TRN-SUB) = "S"
                       MOVE TR-INTERC-LINHA(WS-TRN-SUB)
                           TO INTERCAMBIO-LINE
                       WRITE INTERCAMBIO-LINE
                       ADD 1 TO WS-CONT-INTERC
                   END-IF
               END-PERFORM
               CLOSE INTERCAMBIO-FILE
           END-IF.

      * Resumo do ULTPES recomposto para cada paciente alterado, a
      * partir do HIST regravado (so linhas vigentes) e do arquivo
      * morto; o paciente sem nenhuma pesagem vigente sai do KSDS.
       RECOMPOR-ULTIMAS-PESAGENS.
           IF WS-AFE-QTD > ZERO
               SORT CLASSIFICACAO-FILE
                   ON ASCENDING KEY CL-PATIENT-ID
                   ON DESCENDING KEY CL-DIA CL-SEQ
                   INPUT PROCEDURE IS CARREGAR-PESAGENS-AFETADAS
                   OUTPUT PROCEDURE IS MONTAR-RESUMOS
               PERFORM EXCLUIR-RESUMO-SEM-PESAGEM
                   VARYING WS-AFE-SUB FROM 1 BY 1
                   UNTIL WS-AFE-SUB > WS-AFE-QTD
           END-IF.

       CARREGAR-PESAGENS-AFETADAS.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-FS-ARQUIVO-MORTO = "00"
               PERFORM SELECIONAR-DO-ARQUIVO-MORTO UNTIL WS-EOF-ARC
               CLOSE ARQUIVO-MORTO-FILE
           ELSE
               IF WS-FS-ARQUIVO-MORTO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD HISTARC "
                       "- status " WS-FS-ARQUIVO-MORTO
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT HISTORICO-NOVO-FILE.
           IF WS-FS-HISTORICO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel reabrir DD HISTNEW - "
                   "status " WS-FS-HISTORICO-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-HIST-SWITCH.
           PERFORM SELECIONAR-DO-HISTORICO UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-NOVO-FILE.

       SELECIONAR-DO-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END SET WS-EOF-ARC TO TRUE
               NOT AT END
                   MOVE ARQUIVO-MORTO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

       SELECIONAR-DO-HISTORICO.
           READ HISTORICO-NOVO-FILE
               AT END SET WS-EOF-HIST TO TRUE
               NOT AT END
                   MOVE HISTORICO-NOVO-RECORD TO WS-REG-HISTORICO
                   PERFORM SELECIONAR-PESAGEM
           END-READ.

       SELECIONAR-PESAGEM.
           IF WS-HT-SITUACAO = SPACE
               AND WS-HT-PATIENT-ID NOT = SPACES
               MOVE ZERO TO WS-AFE-ACHADO
               PERFORM VARYING WS-AFE-SUB FROM 1 BY 1
                       UNTIL WS-AFE-SUB > WS-AFE-QTD
                       OR WS-AFE-ACHADO > ZERO
                   IF AF-ID(WS-AFE-SUB) = WS-HT-PATIENT-ID
                       MOVE WS-AFE-SUB TO WS-AFE-ACHADO
                   END-IF
               END-PERFORM
               IF WS-AFE-ACHADO > ZERO
                   MOVE WS-HT-DATA TO WS-DATA-CONV
                   PERFORM CONVERTER-DATA
                   IF WS-DIA-CONVERTIDO > ZERO
                       PERFORM SOLTAR-PESAGEM
                   END-IF
               END-IF
           END-IF.

       SOLTAR-PESAGEM.
           ADD 1 TO WS-SEQ-LEITURA.
           MOVE SPACES TO CLASSIFICACAO-RECORD.
           MOVE WS-HT-PATIENT-ID TO CL-PATIENT-ID.
           MOVE WS-DIA-CONVERTIDO TO CL-DIA.
           MOVE WS-SEQ-LEITURA TO CL-SEQ.
           MOVE WS-DATA-AAAAMMDD-NUM TO CL-DATA.
           COMPUTE CL-PESO = FUNCTION NUMVAL(WS-HT-PESO).
           COMPUTE CL-ALTURA = FUNCTION NUMVAL(WS-HT-ALTURA).
           COMPUTE CL-IMC = FUNCTION NUMVAL(WS-HT-IMC).
           MOVE WS-HT-CATEGORIA TO CL-CATEGORIA.
           PERFORM CODIFICAR-CATEGORIA.
           MOVE WS-CODIGO-APURADO TO CL-CATEGORIA-CODE.
           MOVE WS-HT-UNIDADE TO CL-UNIDADE.
           RELEASE CLASSIFICACAO-RECORD.

      * Mesma montagem do IMCULTRB: a pesagem mais recente abre o
      * resumo, as seguintes recuam a primeira pesagem, preenchem a
      * anterior e descem o inicio da janela de 30 dias.
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

       ACUMULAR-PESAGEM.
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

      * Paciente ja no KSDS e regravado; paciente que nao estava (o
      * cluster foi reconstruido sem ele) e incluido.
       GRAVAR-RESUMO.
           WRITE ULTPES-RECORD
               INVALID KEY
                   REWRITE ULTPES-RECORD
                       INVALID KEY
                           DISPLAY "ERRO: falha ao regravar resumo do "
                               "paciente " UP-PATIENT-ID " - status "
                               WS-FS-ULTPES
                           PERFORM FECHAR-MESTRES
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CONT-ULT-REGRAVADOS.
           PERFORM VARYING WS-AFE-SUB FROM 1 BY 1
                   UNTIL WS-AFE-SUB > WS-AFE-QTD
               IF AF-ID(WS-AFE-SUB) = UP-PATIENT-ID
                   MOVE "S" TO AF-RESUMIDO(WS-AFE-SUB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  ULTPES REGRAVADO " UP-PATIENT-ID
               " ULTIMA " UP-DATA(7:2) "/" UP-DATA(5:2) "/"
               UP-DATA(1:4) " " UP-CATEGORIA-CODE
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       EXCLUIR-RESUMO-SEM-PESAGEM.
           IF AF-RESUMIDO(WS-AFE-SUB) = "N"
               MOVE AF-ID(WS-AFE-SUB) TO UP-PATIENT-ID
               DELETE ULTPES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ULT-EXCLUIDOS
                       MOVE SPACES TO RELATORIO-LINE
                       STRING "  ULTPES EXCLUIDO  " UP-PATIENT-ID
                           " - SEM PESAGEM VIGENTE"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                       WRITE RELATORIO-LINE
               END-DELETE
           END-IF.

      * Transacao que nao casou com nenhuma pesagem vigente, ou com
      * campo invalido, sai listada - quem pediu precisa saber que a
      * correcao nao foi feita.
       LISTAR-TRANSACOES-REJEITADAS.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
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
                           TR-HORA(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - ACAO INVALIDA"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN "V"
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-HORA(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - DATA/MEDIDA INVALIDA OU MOTIVO/"
                           "OPERADOR AUSENTE"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN "F"
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-HORA(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - MEDIDA CORRIGIDA FORA DA FAIXA "
                           "PLAUSIVEL (REFTAB)"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN "P"
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-HORA(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - PESAGEM PEDIATRICA SEM NASCIMENTO/"
                           "SEXO NO CADASTRO"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
                   WHEN OTHER
                       STRING "  " TR-ID(WS-TRN-SUB) " "
                           TR-DATA-EXIB(WS-TRN-SUB) " "
                           TR-HORA(WS-TRN-SUB) " "
                           TR-ACAO(WS-TRN-SUB)
                           " - SEM PESAGEM VIGENTE CORRESPONDENTE "
                           "NO HISTORICO VIVO"
                           DELIMITED BY SIZE INTO RELATORIO-LINE
               END-EVALUATE
               WRITE RELATORIO-LINE
           END-IF.

       GRAVAR-RODAPE.
           MOVE WS-CONT-HIST-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LINHAS DO HIST LIDAS...........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CORRIGIDAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS CORRIGIDAS............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ANULADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS ANULADAS..............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-HIST-GRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LINHAS GRAVADAS NO HISTNEW.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-INTERC TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LINHAS C/A ENVIADAS AO INTERC..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS LIDOS..................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-CANCELADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS CANCELADOS.............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-REABERTOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS REABERTOS..............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-ATUALIZADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS COM CATEGORIA NOVA.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-NOVOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS ABERTOS................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-RCL-GRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RECALLS GRAVADOS NO RECNEW.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ALR-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ALERTAS LIDOS..................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ALR-FECHADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ALERTAS FECHADOS...............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ALR-MANTIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ALERTAS MANTIDOS (CAT. NOVA)...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ALR-NOVOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ALERTAS ABERTOS................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ALR-GRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ALERTAS GRAVADOS NO ALRMNEW....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ULT-REGRAVADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RESUMOS REGRAVADOS NO ULTPES...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ULT-EXCLUIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RESUMOS EXCLUIDOS DO ULTPES....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ENCAMINHAR TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ENCAMINHAMENTOS A AVALIAR......: " WS-CONT-EDIT
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
           IF WS-CONFERENCIA-OK
               AND WS-CONT-TRN-APLICADAS =
                   WS-CONT-CORRIGIDAS + WS-CONT-ANULADAS
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: HIST, RECALL E ALRMST LIDOS + "
                   "INCLUIDOS = GRAVADOS; APLICADAS = CORRIGIDAS + "
                   "ANULADAS"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "N" TO WS-CONFERENCIA-SWITCH
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.

       FECHAR-MESTRES.
           CLOSE PACMST-FILE.
           CLOSE ULTPES-FILE.
           CLOSE RELATORIO-FILE.

      * Conferencia que nao fecha da RC=12: os steps de copia sao
      * pulados e HIST, RECALL e ALRMST vivos ficam intactos (o
      * INTERC e o ULTPES ja nao foram tocados). RC=4 avisa transacoes
      * nao aplicadas ou encaminhamento a avaliar.
       FINALIZAR.
           PERFORM GRAVAR-RODAPE.
           PERFORM FECHAR-MESTRES.
           IF NOT WS-CONFERENCIA-OK
               DISPLAY "ERRO: conferencia da correcao nao fecha - "
                   "HIST/RECALL/ALRMST vivos NAO devem ser substituidos"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-TRN-REJEITADAS > ZERO
                   OR WS-CONT-ENCAMINHAR > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
