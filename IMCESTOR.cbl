       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCESTOR.
       AUTHOR RAFAEL.

      * Estorno de uma execucao inteira do IMCSTEP: quando o arquivo
      * errado foi processado (transmissao de ontem reenviada com o
      * cabecalho de hoje, arquivo de teste de um site), HIST, INTERC,
      * RECALL, ALRMST e RUNCTL ja receberam os registros da execucao
      * com DISP=MOD. Este programa recebe a data de movimento e,
      * opcionalmente, o site (DD ESTPARM), acha no RUNCTL as
      * execucoes (data/hora de execucao) daquele movimento - com
      * site, so as que tem SIT do site - e:
      *   - tira do historico todas as linhas carimbadas com uma
      *     dessas execucoes (e do site), vigentes ou ja marcadas pelo
      *     IMCCORR, inclusive as de bloco de reenvio com data de
      *     pesagem anterior; regravado em HISTNEW;
      *   - devolve ao reenvio cada pesagem vigente retirada cuja data
      *     de pesagem difere da data de movimento - veio de um bloco
      *     de reenvio (correcao da suspensao, liberacao da
      *     verificacao) que o IMCSUSP/IMCVERIF ja tirou da origem e o
      *     IMCBATCH ja esvaziou, e o reprocessamento do WEIGHIN certo
      *     nao a traz de volta. Vai no arquivo de trabalho ESTREEN,
      *     em blocos HDR/TRL marcados "V" por data de pesagem e site
      *     (a pesagem ja tinha passado pela conferencia de
      *     plausibilidade na execucao estornada), que o job anexa ao
      *     reenvio so se a conferencia fechou; cada uma sai listada;
      *   - gera para o EHR a linha de anulacao (ACAO "A", mesmo
      *     formato do IMCCORR) de cada pesagem vigente retirada, no
      *     arquivo de trabalho ESTINTC que o step seguinte anexa ao
      *     INTERC so se a conferencia fechou;
      *   - tira do RECALL as cartas/alertas da data dos pacientes
      *     retirados e reabre os recalls que a pesagem retirada tinha
      *     fechado; regravado em RECNEW;
      *   - tira do ALRMST os alertas da data dos pacientes retirados;
      *     regravado em ALRMNEW;
      *   - tira da suspensao (SUSPENSO) e das pendencias de
      *     verificacao (PENDVER) as pesagens do site que a execucao
      *     rejeitou ou reteve, para nao voltarem por reenvio;
      *     regravados em SUSPNEW e PENDNEW;
      *   - tira do RUNCTL os registros da execucao: sem site, os SIT
      *     e o TOT da data; com site, os SIT do site, e o TOT da mesma
      *     execucao e abatido das contagens dele (sai tambem, se
      *     ficar sem nenhum lido); regravado em RUNCNEW.
      * O relatorio de controle (ESTREL) traz o parametro, o operador
      * e o motivo, o detalhe de cada recall, alerta e registro de
      * controle alterado e o quadro antes/depois de cada arquivo. O
      * ULTPES e reconstruido pelo IMCULTRB no mesmo job, depois das
      * copias. AUDITLOG nao e alterado (e a trilha do que rodou) e
      * RELAT, RESUMO e CARTAS ja impressos nao tem como ser desfeitos
      * - as cartas da data devem ser recolhidas pelo site.
      *
      * Formato do parametro (DD ESTPARM, primeira linha):
      *   pos 01-08  data de movimento AAAAMMDD (obrigatoria)
      *   pos 10-12  site (em branco = todos os sites da data)
      *   pos 14-23  operador que pediu o estorno (obrigatorio)
      *   pos 25-80  motivo do estorno (obrigatorio)
      * Parametro ausente ou invalido da RC=16 sem tocar em nada.
      *
      * Linha do historico gravada antes do carimbo de execucao (em
      * branco nas posicoes 99-117) sai pela data da pesagem.
      * SUSPENSO e PENDVER guardam so a data da execucao que
      * rejeitou/reteve, sem a hora: outra execucao do IMCSTEP no
      * mesmo dia, para o mesmo site, tem as rejeicoes dela retiradas
      * junto - o relatorio lista as execucoes estornadas para a
      * conferencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO ESTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT HISTORICO-NOVO-FILE ASSIGN TO HISTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO-NOVO.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

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

           SELECT SUSPENSO-FILE ASSIGN TO SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT SUSPENSO-NOVO-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO-NOVO.

           SELECT PENDVER-FILE ASSIGN TO PENDVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDVER.

           SELECT PENDVER-NOVO-FILE ASSIGN TO PENDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDVER-NOVO.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT RUNCTL-NOVO-FILE ASSIGN TO RUNCNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL-NOVO.

           SELECT ANULACAO-FILE ASSIGN TO ESTINTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANULACAO.

           SELECT REENVIO-FILE ASSIGN TO ESTREEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REENVIO.

           SELECT RELATORIO-FILE ASSIGN TO ESTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT CLASSIFICACAO-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).

      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  HISTORICO-NOVO-FILE.
       01  HISTORICO-NOVO-RECORD   PIC X(117).

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

      * Mesmo layout de suspensao gravado pelo IMC.cbl (mapa de
      * posicoes documentado la).
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD         PIC X(80).

       FD  SUSPENSO-NOVO-FILE.
       01  SUSPENSO-NOVO-RECORD    PIC X(80).

      * Mesmo layout de pendencias de verificacao gravado pelo IMC.cbl.
       FD  PENDVER-FILE.
       01  PENDVER-RECORD          PIC X(81).

       FD  PENDVER-NOVO-FILE.
       01  PENDVER-NOVO-RECORD     PIC X(81).

      * Mesmo layout de controle de execucoes gravado pelo IMC.cbl.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD           PIC X(83).

       FD  RUNCTL-NOVO-FILE.
       01  RUNCTL-NOVO-RECORD      PIC X(83).

      * Mesmo layout de linha gravado por GRAVAR-INTERCAMBIO no
      * IMC.cbl, com a ACAO "A" e a data/hora deste estorno - o step
      * seguinte anexa ao INTERC.
       FD  ANULACAO-FILE.
       01  ANULACAO-LINE           PIC X(163).

      * Mesmo layout de registro do WEIGHIN lido pelo IMC.cbl (header
      * HDR com WH-REENVIO = "V", detalhes de 30 bytes, trailer TRL) -
      * o step seguinte anexa ao reenvio.
       FD  REENVIO-FILE.
       01  REENVIO-RECORD          PIC X(30).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

      * Pesagens da data de movimento: R = retirada pelo estorno,
      * M = vigente mantida (outro site). Ordenadas por paciente para
      * montar a tabela dos pacientes atingidos.
       SD  CLASSIFICACAO-FILE.
       01  CLASSIFICACAO-RECORD.
           05 CL-PATIENT-ID        PIC X(6).
           05 CL-TIPO              PIC X(1).
           05 CL-UNIDADE           PIC X(3).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-HISTORICO-NOVO    PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-RECALL-NOVO       PIC XX VALUE "00".
       01  WS-FS-ALRMST            PIC XX VALUE "00".
       01  WS-FS-ALRMST-NOVO       PIC XX VALUE "00".
       01  WS-FS-SUSPENSO          PIC XX VALUE "00".
       01  WS-FS-SUSPENSO-NOVO     PIC XX VALUE "00".
       01  WS-FS-PENDVER           PIC XX VALUE "00".
       01  WS-FS-PENDVER-NOVO      PIC XX VALUE "00".
       01  WS-FS-RUNCTL            PIC XX VALUE "00".
       01  WS-FS-RUNCTL-NOVO       PIC XX VALUE "00".
       01  WS-FS-ANULACAO          PIC XX VALUE "00".
       01  WS-FS-REENVIO           PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".

       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-RCL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RCL           VALUE "Y".
       01  WS-EOF-ALR-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ALR           VALUE "Y".
       01  WS-EOF-SUS-SWITCH       PIC X VALUE "N".
           88 WS-EOF-SUS           VALUE "Y".
       01  WS-EOF-PEN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-PEN           VALUE "Y".
       01  WS-EOF-CTL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-CTL           VALUE "Y".
       01  WS-EOF-CLASS-SWITCH     PIC X VALUE "N".
           88 WS-EOF-CLASS         VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-HORA-SISTEMA.
           05 WS-SIS-HH            PIC 9(2).
           05 WS-SIS-MN            PIC 9(2).
           05 WS-SIS-SS            PIC 9(2).
           05 FILLER               PIC 9(2).
       01  WS-HORA-EXIBICAO        PIC X(8).

      * Parametro do estorno (DD ESTPARM).
       01  WS-PARAMETRO.
           05 WS-PRM-DATA          PIC X(8).
           05 WS-PRM-DATA-NUM REDEFINES WS-PRM-DATA
                                   PIC 9(8).
           05 FILLER               PIC X(1).
           05 WS-PRM-SITE          PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-PRM-OPERADOR      PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-PRM-MOTIVO        PIC X(56).
       01  WS-PRM-ERRO             PIC X(50).
       01  WS-DATA-ALVO-EXIB       PIC X(10).
       01  WS-SITE-EXIB            PIC X(5).
       01  WS-SITE-SWITCH          PIC X VALUE "T".
           88 WS-TODOS-SITES       VALUE "T".
           88 WS-UM-SITE           VALUE "U".

      * Registros em area de trabalho (layouts do IMC.cbl e do
      * IMCTREND).
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

       01  WS-SUS-REG.
           05 WU-REGISTRO          PIC X(30).
           05 FILLER               PIC X(1).
           05 WU-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 WU-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 WU-DATA-REJEICAO     PIC X(10).
           05 FILLER               PIC X(26).

       01  WS-PEN-REG.
           05 WP-REGISTRO          PIC X(30).
           05 FILLER               PIC X(1).
           05 WP-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 WP-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 WP-DATA-RETENCAO     PIC X(10).
           05 FILLER               PIC X(27).

       01  WS-CTL-REG.
           05 WC-TIPO              PIC X(3).
           05 FILLER               PIC X(1).
           05 WC-DATA-EXEC         PIC X(10).
           05 FILLER               PIC X(1).
           05 WC-HORA-EXEC         PIC X(8).
           05 FILLER               PIC X(1).
           05 WC-DATA-MOV          PIC X(10).
           05 FILLER               PIC X(1).
           05 WC-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 WC-LIDOS             PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-VALIDOS           PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-REJEITADOS        PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-SUBSTITUIDOS      PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-CARTAS            PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-TRL-CONTADOR      PIC 9(6).
           05 FILLER               PIC X(1).
           05 WC-RC                PIC 9(2).

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
       01  WS-IDADE-MINIMA-PED     PIC 9(2) VALUE 02.
       01  WS-IDADE-MAXIMA-PED     PIC 9(2) VALUE 17.
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
       01  WS-CODIGO-APURADO       PIC X(2).

      * Campos editados da linha de intercambio (mesmas mascaras do
      * IMC.cbl; peso, altura e IMC vem editados do historico).
       01  WS-IC-IDADE-NUM-EDIT    PIC Z9.
       01  WS-IC-IDADE-EDIT        PIC X(2).
       01  WS-IC-SEXO-EDIT         PIC X.
       01  WS-IC-MODO-EDIT         PIC X(10).
       01  WS-IC-ACAO              PIC X(1) VALUE "A".

      * Pesagem devolvida ao reenvio, no layout de 30 bytes do
      * WEIGHIN (peso e altura do historico, idade e sexo do cadastro
      * quando o paciente e pediatrico), e header/trailer do bloco -
      * mesmos registros do IMCVERIF.
       01  WS-REENVIO-DETALHE.
           05 WD-PATIENT-ID        PIC X(6).
           05 WD-PESO-RAW          PIC X(5).
           05 WD-PESO-NUM REDEFINES WD-PESO-RAW
                                   PIC 9(3)V99.
           05 WD-ALTURA-RAW        PIC X(3).
           05 WD-ALTURA-NUM REDEFINES WD-ALTURA-RAW
                                   PIC 9V99.
           05 WD-IDADE-RAW         PIC X(2).
           05 WD-IDADE-NUM REDEFINES WD-IDADE-RAW
                                   PIC 9(2).
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

      * Bloco de reenvio em montagem: um por data de pesagem + site,
      * na ordem do historico (quebra de controle).
       01  WS-BLK-ABERTO           PIC X VALUE "N".
       01  WS-BLK-DATA             PIC X(8).
       01  WS-BLK-SITE             PIC X(3).
       01  WS-BLK-CONT             PIC 9(6).
       01  WS-BLK-HASH             PIC 9(12).
       01  WS-HASH-PARCELA         PIC 9(5).

      * Execucoes do movimento achadas no RUNCTL - as que o estorno
      * desfaz. Procura com hora em branco casa so pela data (SUSPENSO
      * e PENDVER nao guardam a hora da execucao).
       01  WS-EXE-QTD              PIC 9(3) VALUE ZERO.
       01  WS-EXE-LIMITE           PIC 9(3) VALUE 50.
       01  WS-EXE-TABELA.
           05 WS-EXE-ITEM OCCURS 50 TIMES.
               10 EX-DATA-EXEC     PIC X(10).
               10 EX-HORA-EXEC     PIC X(8).
       01  WS-EXE-SUB              PIC 9(3).
       01  WS-EXE-ACHADA           PIC 9(3).
       01  WS-EXE-DATA-PROCURADA   PIC X(10).
       01  WS-EXE-HORA-PROCURADA   PIC X(8).
       01  WS-EXE-ESTOURO          PIC X VALUE "N".
       01  WS-PES-EXECUCAO-SWITCH  PIC X VALUE "N".
           88 WS-PES-DA-EXECUCAO   VALUE "S".

      * Pacientes com pesagem retirada - uma execucao diaria cabe com
      * folga; estouro da tabela abenda antes das copias. PE-MANTIDA
      * = "S" quando o paciente ainda tem pesagem vigente na data (em
      * outro site), e ai so sai o recall/alerta da unidade da
      * pesagem retirada.
       01  WS-PAC-QTD              PIC 9(5) VALUE ZERO.
       01  WS-PAC-LIMITE           PIC 9(5) VALUE 20000.
       01  WS-PAC-TABELA.
           05 WS-PAC-ITEM OCCURS 20000 TIMES INDEXED BY WS-PAC-IDX.
               10 PE-ID            PIC X(6).
               10 PE-UNIDADE       PIC X(3).
               10 PE-MANTIDA       PIC X(1).
       01  WS-PAC-SUB              PIC 9(5).
       01  WS-PAC-ACHADO           PIC 9(5).
       01  WS-PAC-ESTOURO          PIC X VALUE "N".
       01  WS-CLS-ID               PIC X(6).
       01  WS-CLS-UNIDADE          PIC X(3).
       01  WS-CLS-RETIRADA         PIC X(1).
       01  WS-CLS-MANTIDA          PIC X(1).
       01  WS-CLS-TEM              PIC X VALUE "N".

      * Linhas retiradas do historico por site.
       01  WS-SIT-QTD              PIC 9(3) VALUE ZERO.
       01  WS-SIT-TABELA.
           05 WS-SIT-ITEM OCCURS 100 TIMES.
               10 ST-SITE          PIC X(3).
               10 ST-RETIRADAS     PIC 9(7).
               10 ST-VIGENTES      PIC 9(7).
       01  WS-SIT-SUB              PIC 9(3).
       01  WS-SIT-ACHADO           PIC 9(3).

      * Abatimento do TOT da execucao quando so um site sai: soma dos
      * SIT retirados ate o TOT da mesma data/hora de execucao.
       01  WS-AJU-SWITCH           PIC X VALUE "N".
           88 WS-AJU-PENDENTE      VALUE "S".
       01  WS-AJU-DATA-EXEC        PIC X(10).
       01  WS-AJU-HORA-EXEC        PIC X(8).
       01  WS-AJU-LIDOS            PIC 9(7).
       01  WS-AJU-VALIDOS          PIC 9(7).
       01  WS-AJU-REJEITADOS       PIC 9(7).
       01  WS-AJU-TRL-CONTADOR     PIC 9(7).
       01  WS-AJU-CARTAS           PIC 9(7).

      * Linha do quadro antes/depois.
       01  WS-QD-NOME              PIC X(20).
       01  WS-QD-ANTES             PIC 9(7).
       01  WS-QD-RETIRADOS         PIC 9(7).
       01  WS-QD-ALTERADOS         PIC 9(7).
       01  WS-QD-DEPOIS            PIC 9(7).

       01  WS-ID-PROCURADO         PIC X(6).
       01  WS-ACAO-EXIB            PIC X(9).
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".
       01  WS-RCL-RETIRAR          PIC X.

       01  WS-CONT-HIST-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-GRAVADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-RETIRADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-VIGENTES   PIC 9(7) VALUE ZERO.
       01  WS-CONT-SEM-CADASTRO    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ANULACOES       PIC 9(7) VALUE ZERO.
       01  WS-CONT-REENVIADAS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-BLOCOS          PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-REABERTOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-CARTAS-RETIRADAS PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-CTL-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-CTL-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-CTL-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-CTL-AJUSTADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-CTL-SEM-TOT     PIC 9(7) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT CLASSIFICACAO-FILE
               ON ASCENDING KEY CL-PATIENT-ID
               INPUT PROCEDURE IS PROCESSAR-HISTORICO
               OUTPUT PROCEDURE IS CARREGAR-PACIENTES.
           IF WS-PAC-ESTOURO = "S"
               DISPLAY "ERRO: mais de " WS-PAC-LIMITE
                   " pacientes com pesagem retirada - estorno "
                   "nao aplicado"
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LISTAR-SITES.
           PERFORM PROCESSAR-RECALLS.
           PERFORM PROCESSAR-ALERTAS.
           PERFORM PROCESSAR-SUSPENSOS.
           PERFORM PROCESSAR-PENDENTES.
           PERFORM PROCESSAR-CONTROLE.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           STRING WS-SIS-HH ":" WS-SIS-MN ":" WS-SIS-SS
               DELIMITED BY SIZE INTO WS-HORA-EXIBICAO.
           PERFORM LER-PARAMETRO.

           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ESTREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PACMST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ESTORNO DE EXECUCAO DO IMCSTEP - MOVIMENTO "
               WS-DATA-ALVO-EXIB " - SITE " WS-SITE-EXIB
               " - EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "OPERADOR: " WS-PRM-OPERADOR
               "   MOTIVO: " WS-PRM-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM CARREGAR-EXECUCOES.
           IF WS-EXE-ESTOURO = "S"
               DISPLAY "ERRO: mais de " WS-EXE-LIMITE
                   " execucoes do movimento no RUNCTL - estorno "
                   "nao aplicado"
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LISTAR-EXECUCOES.

      * Sem parametro valido nao ha o que estornar: RC=16 antes de
      * abrir qualquer arquivo.
       LER-PARAMETRO.
           MOVE SPACES TO WS-PARAMETRO.
           MOVE SPACES TO WS-PRM-ERRO.
           OPEN INPUT PARAMETRO-FILE.
           IF WS-FS-PARAMETRO = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARAMETRO-RECORD TO WS-PARAMETRO
               END-READ
               CLOSE PARAMETRO-FILE
           END-IF.
           IF WS-PRM-DATA IS NOT NUMERIC
               OR WS-PRM-DATA(5:2) < "01" OR WS-PRM-DATA(5:2) > "12"
               OR WS-PRM-DATA(7:2) < "01" OR WS-PRM-DATA(7:2) > "31"
               MOVE "DATA DE MOVIMENTO AUSENTE OU INVALIDA"
                   TO WS-PRM-ERRO
           ELSE
               IF WS-PRM-DATA-NUM > WS-DATA-SISTEMA-NUM
                   MOVE "DATA DE MOVIMENTO POSTERIOR A HOJE"
                       TO WS-PRM-ERRO
               END-IF
           END-IF.
           IF WS-PRM-ERRO = SPACES
               AND WS-PRM-OPERADOR = SPACES
               MOVE "OPERADOR NAO INFORMADO" TO WS-PRM-ERRO
           END-IF.
           IF WS-PRM-ERRO = SPACES
               AND WS-PRM-MOTIVO = SPACES
               MOVE "MOTIVO NAO INFORMADO" TO WS-PRM-ERRO
           END-IF.
           IF WS-PRM-ERRO NOT = SPACES
               DISPLAY "ERRO: parametro ESTPARM invalido - "
                   WS-PRM-ERRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-PRM-DATA(7:2) "/" WS-PRM-DATA(5:2) "/"
               WS-PRM-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ALVO-EXIB.
           IF WS-PRM-SITE = SPACES
               SET WS-TODOS-SITES TO TRUE
               MOVE "TODOS" TO WS-SITE-EXIB
           ELSE
               SET WS-UM-SITE TO TRUE
               MOVE WS-PRM-SITE TO WS-SITE-EXIB
           END-IF.

      * Execucoes a estornar: registros do RUNCTL com a data de
      * movimento do parametro (com site, so os SIT dele). Arquivo
      * ausente = nenhuma execucao registrada; o RUNCTL e relido
      * depois por PROCESSAR-CONTROLE.
       CARREGAR-EXECUCOES.
           OPEN INPUT RUNCTL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM LER-CONTROLE
               PERFORM SELECIONAR-EXECUCAO UNTIL WS-EOF-CTL
               CLOSE RUNCTL-FILE
               MOVE "N" TO WS-EOF-CTL-SWITCH
           ELSE
               IF WS-FS-RUNCTL NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD RUNCTL - "
                       "status " WS-FS-RUNCTL
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SELECIONAR-EXECUCAO.
           MOVE RUNCTL-RECORD TO WS-CTL-REG.
           IF WC-DATA-MOV = WS-DATA-ALVO-EXIB
               AND (WS-TODOS-SITES
                   OR (WC-TIPO = "SIT" AND WC-SITE = WS-PRM-SITE))
               MOVE WC-DATA-EXEC TO WS-EXE-DATA-PROCURADA
               MOVE WC-HORA-EXEC TO WS-EXE-HORA-PROCURADA
               PERFORM LOCALIZAR-EXECUCAO
               IF WS-EXE-ACHADA = ZERO
                   IF WS-EXE-QTD < WS-EXE-LIMITE
                       ADD 1 TO WS-EXE-QTD
                       MOVE WC-DATA-EXEC TO EX-DATA-EXEC(WS-EXE-QTD)
                       MOVE WC-HORA-EXEC TO EX-HORA-EXEC(WS-EXE-QTD)
                   ELSE
                       MOVE "S" TO WS-EXE-ESTOURO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-CONTROLE.

       LOCALIZAR-EXECUCAO.
           MOVE ZERO TO WS-EXE-ACHADA.
           PERFORM VARYING WS-EXE-SUB FROM 1 BY 1
                   UNTIL WS-EXE-SUB > WS-EXE-QTD
                   OR WS-EXE-ACHADA > ZERO
               IF EX-DATA-EXEC(WS-EXE-SUB) = WS-EXE-DATA-PROCURADA
                   AND (WS-EXE-HORA-PROCURADA = SPACES
                   OR EX-HORA-EXEC(WS-EXE-SUB) = WS-EXE-HORA-PROCURADA)
                   MOVE WS-EXE-SUB TO WS-EXE-ACHADA
               END-IF
           END-PERFORM.

       LISTAR-EXECUCOES.
           MOVE "EXECUCOES DO IMCSTEP ESTORNADAS (RUNCTL):"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-EXE-QTD = ZERO
               MOVE SPACES TO RELATORIO-LINE
               STRING "  NENHUMA NO RUNCTL - SO SAEM AS LINHAS DO "
                   "HISTORICO SEM CARIMBO DE EXECUCAO, PELA DATA"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM VARYING WS-EXE-SUB FROM 1 BY 1
                   UNTIL WS-EXE-SUB > WS-EXE-QTD
               MOVE SPACES TO RELATORIO-LINE
               STRING "  EXEC " EX-DATA-EXEC(WS-EXE-SUB) " "
                   EX-HORA-EXEC(WS-EXE-SUB)
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-PERFORM.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Passada sobre o historico vivo: linha de uma execucao
      * estornada (e do site) sai, o resto e copiado intacto para
      * HISTNEW. Cada pesagem da execucao ou da data vai para a
      * classificacao marcada como retirada ou mantida.
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
           OPEN OUTPUT ANULACAO-FILE.
           IF WS-FS-ANULACAO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ESTINTC - "
                   "status " WS-FS-ANULACAO
               CLOSE HISTORICO-FILE
               CLOSE HISTORICO-NOVO-FILE
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REENVIO-FILE.
           IF WS-FS-REENVIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ESTREEN - "
                   "status " WS-FS-REENVIO
               CLOSE HISTORICO-FILE
               CLOSE HISTORICO-NOVO-FILE
               CLOSE ANULACAO-FILE
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PESAGENS DE BLOCO DE REENVIO DEVOLVIDAS AO REENVIO:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM LER-HISTORICO.
           PERFORM PROCESSAR-UMA-PESAGEM UNTIL WS-EOF-HIST.
           IF WS-BLK-ABERTO = "S"
               PERFORM FECHAR-BLOCO-REENVIO
           END-IF.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-NOVO-FILE.
           CLOSE ANULACAO-FILE.
           CLOSE REENVIO-FILE.
           IF WS-CONT-REENVIADAS = ZERO
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
           PERFORM VERIFICAR-EXECUCAO-PESAGEM.
           IF WS-PES-DA-EXECUCAO
               AND (WS-TODOS-SITES OR WS-HT-SITE = WS-PRM-SITE)
               PERFORM RETIRAR-PESAGEM
           ELSE
               MOVE WS-REG-HISTORICO TO HISTORICO-NOVO-RECORD
               WRITE HISTORICO-NOVO-RECORD
               ADD 1 TO WS-CONT-HIST-GRAVADOS
               IF (WS-PES-DA-EXECUCAO
                   OR WS-HT-DATA = WS-DATA-ALVO-EXIB)
                   AND WS-HT-SITUACAO = SPACE
                   MOVE WS-HT-PATIENT-ID TO CL-PATIENT-ID
                   MOVE "M" TO CL-TIPO
                   MOVE WS-HT-UNIDADE TO CL-UNIDADE
                   RELEASE CLASSIFICACAO-RECORD
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      * Linha com carimbo e de uma execucao estornada se o carimbo
      * esta na tabela; linha sem carimbo (anterior a ele) vale pela
      * data da pesagem.
       VERIFICAR-EXECUCAO-PESAGEM.
           MOVE "N" TO WS-PES-EXECUCAO-SWITCH.
           IF WS-HT-DATA-EXEC = SPACES
               IF WS-HT-DATA = WS-DATA-ALVO-EXIB
                   SET WS-PES-DA-EXECUCAO TO TRUE
               END-IF
           ELSE
               MOVE WS-HT-DATA-EXEC TO WS-EXE-DATA-PROCURADA
               MOVE WS-HT-HORA-EXEC TO WS-EXE-HORA-PROCURADA
               PERFORM LOCALIZAR-EXECUCAO
               IF WS-EXE-ACHADA > ZERO
                   SET WS-PES-DA-EXECUCAO TO TRUE
               END-IF
           END-IF.

      * Linha retirada: a vigente vira anulacao para o EHR; a ja
      * substituida ou anulada pelo IMCCORR sai sem nova linha (o EHR
      * ja recebeu a correcao/anulacao dela e a linha corrigida, que
      * e vigente, sai junto). Vigente com data de pesagem diferente
      * da data de movimento veio de bloco de reenvio e volta para o
      * reenvio (a corrigida pelo IMCCORR volta com as medidas
      * corrigidas).
       RETIRAR-PESAGEM.
           ADD 1 TO WS-CONT-HIST-RETIRADOS.
           PERFORM CONTAR-SITE.
           ADD 1 TO ST-RETIRADAS(WS-SIT-ACHADO).
           IF WS-HT-SITUACAO = SPACE
               ADD 1 TO WS-CONT-HIST-VIGENTES
               ADD 1 TO ST-VIGENTES(WS-SIT-ACHADO)
               PERFORM LOCALIZAR-PACIENTE
               PERFORM GRAVAR-ANULACAO
               IF WS-HT-DATA NOT = WS-DATA-ALVO-EXIB
                   PERFORM DEVOLVER-REENVIO
               END-IF
           END-IF.
           MOVE WS-HT-PATIENT-ID TO CL-PATIENT-ID.
           MOVE "R" TO CL-TIPO.
           MOVE WS-HT-UNIDADE TO CL-UNIDADE.
           RELEASE CLASSIFICACAO-RECORD.

       CONTAR-SITE.
           MOVE ZERO TO WS-SIT-ACHADO.
           PERFORM VARYING WS-SIT-SUB FROM 1 BY 1
                   UNTIL WS-SIT-SUB > WS-SIT-QTD
                   OR WS-SIT-ACHADO > ZERO
               IF ST-SITE(WS-SIT-SUB) = WS-HT-SITE
                   MOVE WS-SIT-SUB TO WS-SIT-ACHADO
               END-IF
           END-PERFORM.
           IF WS-SIT-ACHADO = ZERO
               IF WS-SIT-QTD < 100
                   ADD 1 TO WS-SIT-QTD
                   MOVE WS-SIT-QTD TO WS-SIT-ACHADO
                   MOVE WS-HT-SITE TO ST-SITE(WS-SIT-ACHADO)
                   MOVE ZERO TO ST-RETIRADAS(WS-SIT-ACHADO)
                   MOVE ZERO TO ST-VIGENTES(WS-SIT-ACHADO)
               ELSE
                   MOVE 100 TO WS-SIT-ACHADO
                   MOVE "***" TO ST-SITE(WS-SIT-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-PACIENTE.
           MOVE "N" TO WS-PAC-SWITCH.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE SPACES TO WS-PACIENTE-SEXO.
           MOVE SPACES TO WS-NASCIMENTO.
           MOVE WS-HT-PATIENT-ID TO PM-PATIENT-ID.
           READ PACMST-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-CADASTRO
               NOT INVALID KEY
                   SET WS-PAC-ENCONTRADO TO TRUE
                   MOVE PM-NOME TO WS-PACIENTE-NOME
                   MOVE PM-SEXO TO WS-PACIENTE-SEXO
                   MOVE PM-NASCIMENTO TO WS-NASCIMENTO
           END-READ.

      * Mesma linha de anulacao do IMCCORR: a pesagem como foi postada
      * (peso, altura, IMC e categoria do historico) com ACAO "A".
       GRAVAR-ANULACAO.
           PERFORM CODIFICAR-CATEGORIA.
           PERFORM DEFINIR-MODO-PACIENTE.
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
           MOVE SPACES TO ANULACAO-LINE.
           STRING FUNCTION TRIM(WS-HT-PATIENT-ID) ","
               FUNCTION TRIM(WS-PACIENTE-NOME) ","
               WS-HT-DATA ","
               WS-HT-HORA "," WS-HT-PESO ","
               WS-HT-ALTURA "," WS-IC-IDADE-EDIT ","
               WS-IC-SEXO-EDIT "," FUNCTION TRIM(WS-IC-MODO-EDIT) ","
               WS-HT-IMC "," WS-CODIGO-APURADO ","
               FUNCTION TRIM(WS-HT-CATEGORIA) "," WS-HT-SITE
               "," WS-IC-ACAO "," WS-HT-EQUIPAMENTO ","
               WS-DATA-EXIBICAO "," WS-HORA-EXIBICAO
               DELIMITED BY SIZE INTO ANULACAO-LINE.
           WRITE ANULACAO-LINE.
           ADD 1 TO WS-CONT-ANULACOES.

      * Detalhe no layout do WEIGHIN a partir da linha retirada; o
      * modo, a idade e o sexo ja vem apurados pelo cadastro em
      * GRAVAR-ANULACAO - sem isso a pesagem vai sem idade/sexo e o
      * IMCSTEP classifica pelo cadastro do dia.
       DEVOLVER-REENVIO.
           MOVE SPACES TO WS-REENVIO-DETALHE.
           MOVE WS-HT-PATIENT-ID TO WD-PATIENT-ID.
           COMPUTE WD-PESO-NUM = FUNCTION NUMVAL(WS-HT-PESO).
           COMPUTE WD-ALTURA-NUM = FUNCTION NUMVAL(WS-HT-ALTURA).
           IF WS-MODO-PEDIATRICO AND WS-MODO-DEFINIDO
               MOVE WS-IDADE TO WD-IDADE-NUM
               MOVE WS-SEXO TO WD-SEXO
           END-IF.
           MOVE WS-HT-UNIDADE TO WD-UNIDADE.
           MOVE WS-HT-EQUIPAMENTO TO WD-EQUIPAMENTO.
           MOVE WS-HT-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           IF WS-BLK-ABERTO = "S"
               AND (WS-DATA-AAAAMMDD NOT = WS-BLK-DATA
                   OR WS-HT-SITE NOT = WS-BLK-SITE)
               PERFORM FECHAR-BLOCO-REENVIO
           END-IF.
           IF WS-BLK-ABERTO NOT = "S"
               PERFORM ABRIR-BLOCO-REENVIO
           END-IF.
           MOVE WS-REENVIO-DETALHE TO REENVIO-RECORD.
           WRITE REENVIO-RECORD.
           ADD 1 TO WS-BLK-CONT.
           MOVE WD-PESO-RAW TO WS-HASH-PARCELA.
           ADD WS-HASH-PARCELA TO WS-BLK-HASH.
           ADD 1 TO WS-CONT-REENVIADAS.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  REENVIO   " WS-HT-PATIENT-ID " " WS-HT-DATA " "
               WS-HT-HORA " SITE " WS-HT-SITE " UNIDADE "
               WS-HT-UNIDADE " PESO " WS-HT-PESO " ALT "
               WS-HT-ALTURA " EXEC " WS-HT-DATA-EXEC " "
               WS-HT-HORA-EXEC
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       ABRIR-BLOCO-REENVIO.
           MOVE "S" TO WS-BLK-ABERTO.
           MOVE WS-DATA-AAAAMMDD TO WS-BLK-DATA.
           MOVE WS-HT-SITE TO WS-BLK-SITE.
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
      * nascimento e sexo; sem isso vale o modo em que a pesagem foi
      * postada, lido da categoria gravada (como no IMCCORR).
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

      * Um item por paciente com pesagem retirada, na ordem do ID;
      * paciente so com pesagem mantida nao entra.
       CARREGAR-PACIENTES.
           PERFORM RETORNAR-PESAGEM.
           PERFORM ACUMULAR-PACIENTE UNTIL WS-EOF-CLASS.
           IF WS-CLS-TEM = "S"
               PERFORM GUARDAR-PACIENTE
           END-IF.

       RETORNAR-PESAGEM.
           RETURN CLASSIFICACAO-FILE
               AT END SET WS-EOF-CLASS TO TRUE
           END-RETURN.

       ACUMULAR-PACIENTE.
           IF WS-CLS-TEM = "N" OR CL-PATIENT-ID NOT = WS-CLS-ID
               IF WS-CLS-TEM = "S"
                   PERFORM GUARDAR-PACIENTE
               END-IF
               MOVE "S" TO WS-CLS-TEM
               MOVE CL-PATIENT-ID TO WS-CLS-ID
               MOVE SPACES TO WS-CLS-UNIDADE
               MOVE "N" TO WS-CLS-RETIRADA
               MOVE "N" TO WS-CLS-MANTIDA
           END-IF.
           IF CL-TIPO = "R"
               MOVE "S" TO WS-CLS-RETIRADA
               MOVE CL-UNIDADE TO WS-CLS-UNIDADE
           ELSE
               MOVE "S" TO WS-CLS-MANTIDA
           END-IF.
           PERFORM RETORNAR-PESAGEM.

       GUARDAR-PACIENTE.
           IF WS-CLS-RETIRADA = "S"
               IF WS-PAC-QTD < WS-PAC-LIMITE
                   ADD 1 TO WS-PAC-QTD
                   MOVE WS-CLS-ID TO PE-ID(WS-PAC-QTD)
                   MOVE WS-CLS-UNIDADE TO PE-UNIDADE(WS-PAC-QTD)
                   MOVE WS-CLS-MANTIDA TO PE-MANTIDA(WS-PAC-QTD)
               ELSE
                   MOVE "S" TO WS-PAC-ESTOURO
               END-IF
           END-IF.

       LOCALIZAR-PACIENTE-RETIRADO.
           MOVE ZERO TO WS-PAC-ACHADO.
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAC-QTD
                   OR WS-PAC-ACHADO > ZERO
               IF PE-ID(WS-PAC-SUB) = WS-ID-PROCURADO
                   MOVE WS-PAC-SUB TO WS-PAC-ACHADO
               END-IF
           END-PERFORM.

       LISTAR-SITES.
           MOVE "LINHAS RETIRADAS DO HISTORICO POR SITE:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-SIT-QTD = ZERO
               MOVE "  NENHUMA LINHA DA DATA NO HISTORICO."
                   TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM VARYING WS-SIT-SUB FROM 1 BY 1
                   UNTIL WS-SIT-SUB > WS-SIT-QTD
               MOVE SPACES TO RELATORIO-LINE
               MOVE "SITE" TO RELATORIO-LINE(3:4)
               MOVE ST-SITE(WS-SIT-SUB) TO RELATORIO-LINE(8:3)
               MOVE "LINHAS RETIRADAS" TO RELATORIO-LINE(13:16)
               MOVE ST-RETIRADAS(WS-SIT-SUB) TO WS-CONT-EDIT
               MOVE WS-CONT-EDIT TO RELATORIO-LINE(30:7)
               MOVE "VIGENTES ANULADAS NO EHR" TO RELATORIO-LINE(39:24)
               MOVE ST-VIGENTES(WS-SIT-SUB) TO WS-CONT-EDIT
               MOVE WS-CONT-EDIT TO RELATORIO-LINE(64:7)
               WRITE RELATORIO-LINE
           END-PERFORM.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Recall da data de um paciente retirado sai (carta do IMCSTEP
      * ou alerta do TRENDSTP, em qualquer status); recall fechado
      * pelo retorno da data volta a ficar aberto se o paciente nao
      * tem mais pesagem vigente na data. Arquivo ausente = nenhum
      * recall ainda.
       PROCESSAR-RECALLS.
           OPEN OUTPUT RECALL-NOVO-FILE.
           IF WS-FS-RECALL-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RECNEW - "
                   "status " WS-FS-RECALL-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "RECALLS DE FOLLOW-UP RETIRADOS OU REABERTOS:"
               TO RELATORIO-LINE.
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
           CLOSE RECALL-NOVO-FILE.
           IF WS-CONT-RCL-RETIRADOS + WS-CONT-RCL-REABERTOS = ZERO
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
           MOVE "N" TO WS-RCL-RETIRAR.
           MOVE SPACES TO WS-ACAO-EXIB.
           IF WR-DATA-CARTA = WS-DATA-ALVO-EXIB
               OR (WR-STATUS = "F"
                   AND WR-DATA-RETORNO = WS-DATA-ALVO-EXIB)
               MOVE WR-PATIENT-ID TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-PACIENTE-RETIRADO
               IF WS-PAC-ACHADO > ZERO
                   PERFORM AJUSTAR-RECALL
               END-IF
           END-IF.
           IF WS-RCL-RETIRAR = "S"
               ADD 1 TO WS-CONT-RCL-RETIRADOS
               IF WR-ORIGEM = "CARTA"
                   ADD 1 TO WS-CONT-CARTAS-RETIRADAS
               END-IF
           ELSE
               MOVE WS-RCL-REG TO RECALL-NOVO-RECORD
               WRITE RECALL-NOVO-RECORD
               ADD 1 TO WS-CONT-RCL-GRAVADOS
           END-IF.
           PERFORM LER-RECALL.

       AJUSTAR-RECALL.
           IF WR-DATA-CARTA = WS-DATA-ALVO-EXIB
               IF PE-MANTIDA(WS-PAC-ACHADO) = "N"
                   OR PE-UNIDADE(WS-PAC-ACHADO) = WR-UNIDADE
                   MOVE "S" TO WS-RCL-RETIRAR
                   MOVE "RETIRADO" TO WS-ACAO-EXIB
                   PERFORM GRAVAR-LINHA-RECALL
               END-IF
           ELSE
               IF PE-MANTIDA(WS-PAC-ACHADO) = "N"
                   MOVE "REABERTO" TO WS-ACAO-EXIB
                   PERFORM GRAVAR-LINHA-RECALL
                   MOVE "A" TO WR-STATUS
                   MOVE SPACES TO WR-DATA-RETORNO
                   ADD 1 TO WS-CONT-RCL-REABERTOS
               END-IF
           END-IF.

       GRAVAR-LINHA-RECALL.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " WR-PATIENT-ID "  UNIDADE " WR-UNIDADE
               "  " WR-ORIGEM "  CAT " WR-CATEGORIA-CODE
               "  CARTA " WR-DATA-CARTA "  STATUS " WR-STATUS
               "  RETORNO " WR-DATA-RETORNO "  -> " WS-ACAO-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Alerta da data de um paciente retirado sai, aberto ou ja
      * disposto - foi o TRENDSTP da execucao estornada que o abriu.
       PROCESSAR-ALERTAS.
           OPEN OUTPUT ALRMST-NOVO-FILE.
           IF WS-FS-ALRMST-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ALRMNEW - "
                   "status " WS-FS-ALRMST-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ALERTAS RETIRADOS DO MESTRE:" TO RELATORIO-LINE.
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
           CLOSE ALRMST-NOVO-FILE.
           IF WS-CONT-ALR-RETIRADOS = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LER-ALERTA.
           READ ALRMST-FILE
               AT END SET WS-EOF-ALR TO TRUE
           END-READ.

       PROCESSAR-UM-ALERTA.
           ADD 1 TO WS-CONT-ALR-LIDOS.
           MOVE ALRMST-RECORD TO WS-ALR-REG.
           MOVE ZERO TO WS-PAC-ACHADO.
           IF WA-DATA = WS-DATA-ALVO-EXIB
               MOVE WA-PATIENT-ID TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-PACIENTE-RETIRADO
               IF WS-PAC-ACHADO > ZERO
                   AND PE-MANTIDA(WS-PAC-ACHADO) = "S"
                   AND PE-UNIDADE(WS-PAC-ACHADO) NOT = WA-UNIDADE
                   MOVE ZERO TO WS-PAC-ACHADO
               END-IF
           END-IF.
           IF WS-PAC-ACHADO > ZERO
               ADD 1 TO WS-CONT-ALR-RETIRADOS
               MOVE SPACES TO RELATORIO-LINE
               STRING "  " WA-PATIENT-ID "  UNIDADE " WA-UNIDADE
                   "  " WA-TIPO "  SEV " WA-SEVERIDADE
                   "  DATA " WA-DATA "  STATUS " WA-STATUS
                   "  " WA-DISPOSICAO "  -> RETIRADO"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           ELSE
               MOVE WS-ALR-REG TO ALRMST-NOVO-RECORD
               WRITE ALRMST-NOVO-RECORD
               ADD 1 TO WS-CONT-ALR-GRAVADOS
           END-IF.
           PERFORM LER-ALERTA.

      * Pesagem do site rejeitada ou retida por uma execucao
      * estornada (data de rejeicao/retencao = data da execucao) sai
      * da suspensao e das pendencias - o arquivo certo vai ser
      * reprocessado inteiro.
       PROCESSAR-SUSPENSOS.
           OPEN OUTPUT SUSPENSO-NOVO-FILE.
           IF WS-FS-SUSPENSO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSPNEW - "
                   "status " WS-FS-SUSPENSO-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-FS-SUSPENSO = "00"
               PERFORM LER-SUSPENSO
               PERFORM PROCESSAR-UM-SUSPENSO UNTIL WS-EOF-SUS
               CLOSE SUSPENSO-FILE
           ELSE
               IF WS-FS-SUSPENSO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD SUSPENSO "
                       "- status " WS-FS-SUSPENSO
                   CLOSE SUSPENSO-NOVO-FILE
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE SUSPENSO-NOVO-FILE.

       LER-SUSPENSO.
           READ SUSPENSO-FILE
               AT END SET WS-EOF-SUS TO TRUE
           END-READ.

       PROCESSAR-UM-SUSPENSO.
           ADD 1 TO WS-CONT-SUS-LIDOS.
           MOVE SUSPENSO-RECORD TO WS-SUS-REG.
           MOVE WU-DATA-REJEICAO TO WS-EXE-DATA-PROCURADA.
           MOVE SPACES TO WS-EXE-HORA-PROCURADA.
           PERFORM LOCALIZAR-EXECUCAO.
           IF WS-EXE-ACHADA > ZERO
               AND (WS-TODOS-SITES OR WU-SITE = WS-PRM-SITE)
               ADD 1 TO WS-CONT-SUS-RETIRADOS
           ELSE
               MOVE WS-SUS-REG TO SUSPENSO-NOVO-RECORD
               WRITE SUSPENSO-NOVO-RECORD
               ADD 1 TO WS-CONT-SUS-GRAVADOS
           END-IF.
           PERFORM LER-SUSPENSO.

       PROCESSAR-PENDENTES.
           OPEN OUTPUT PENDVER-NOVO-FILE.
           IF WS-FS-PENDVER-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PENDNEW - "
                   "status " WS-FS-PENDVER-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PENDVER-FILE.
           IF WS-FS-PENDVER = "00"
               PERFORM LER-PENDENTE
               PERFORM PROCESSAR-UM-PENDENTE UNTIL WS-EOF-PEN
               CLOSE PENDVER-FILE
           ELSE
               IF WS-FS-PENDVER NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD PENDVER - "
                       "status " WS-FS-PENDVER
                   CLOSE PENDVER-NOVO-FILE
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE PENDVER-NOVO-FILE.

       LER-PENDENTE.
           READ PENDVER-FILE
               AT END SET WS-EOF-PEN TO TRUE
           END-READ.

       PROCESSAR-UM-PENDENTE.
           ADD 1 TO WS-CONT-PEN-LIDOS.
           MOVE PENDVER-RECORD TO WS-PEN-REG.
           MOVE WP-DATA-RETENCAO TO WS-EXE-DATA-PROCURADA.
           MOVE SPACES TO WS-EXE-HORA-PROCURADA.
           PERFORM LOCALIZAR-EXECUCAO.
           IF WS-EXE-ACHADA > ZERO
               AND (WS-TODOS-SITES OR WP-SITE = WS-PRM-SITE)
               ADD 1 TO WS-CONT-PEN-RETIRADOS
           ELSE
               MOVE WS-PEN-REG TO PENDVER-NOVO-RECORD
               WRITE PENDVER-NOVO-RECORD
               ADD 1 TO WS-CONT-PEN-GRAVADOS
           END-IF.
           PERFORM LER-PENDENTE.

      * Registro de controle da data: sem site saem todos (SIT e
      * TOT); com site saem os SIT do site e o TOT seguinte da mesma
      * execucao perde as contagens deles e as cartas retiradas do
      * RECALL - TOT que fica sem nenhum lido sai tambem.
       PROCESSAR-CONTROLE.
           OPEN OUTPUT RUNCTL-NOVO-FILE.
           IF WS-FS-RUNCTL-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RUNCNEW - "
                   "status " WS-FS-RUNCTL-NOVO
               PERFORM FECHAR-MESTRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "REGISTROS DO CONTROLE DE EXECUCOES (RUNCTL):"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CARTAS-RETIRADAS TO WS-AJU-CARTAS.
           OPEN INPUT RUNCTL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM LER-CONTROLE
               PERFORM PROCESSAR-UM-CONTROLE UNTIL WS-EOF-CTL
               CLOSE RUNCTL-FILE
           ELSE
               IF WS-FS-RUNCTL NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD RUNCTL - "
                       "status " WS-FS-RUNCTL
                   CLOSE RUNCTL-NOVO-FILE
                   PERFORM FECHAR-MESTRES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-AJU-PENDENTE
               ADD 1 TO WS-CONT-CTL-SEM-TOT
               MOVE SPACES TO RELATORIO-LINE
               STRING "  *** SIT RETIRADO SEM TOT DA EXECUCAO DE "
                   WS-AJU-DATA-EXEC " " WS-AJU-HORA-EXEC
                   " - CONFERIR O RUNCTL ***"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           CLOSE RUNCTL-NOVO-FILE.
           IF WS-CONT-CTL-RETIRADOS + WS-CONT-CTL-AJUSTADOS = ZERO
               MOVE "  NENHUM REGISTRO DA DATA." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       LER-CONTROLE.
           READ RUNCTL-FILE
               AT END SET WS-EOF-CTL TO TRUE
           END-READ.

       PROCESSAR-UM-CONTROLE.
           ADD 1 TO WS-CONT-CTL-LIDOS.
           MOVE RUNCTL-RECORD TO WS-CTL-REG.
           MOVE SPACES TO WS-ACAO-EXIB.
           IF WC-DATA-MOV = WS-DATA-ALVO-EXIB
               IF WS-TODOS-SITES
                   MOVE "RETIRADO" TO WS-ACAO-EXIB
               ELSE
                   IF WC-TIPO = "SIT" AND WC-SITE = WS-PRM-SITE
                       PERFORM ACUMULAR-SIT-RETIRADO
                       MOVE "RETIRADO" TO WS-ACAO-EXIB
                   END-IF
                   IF WC-TIPO = "TOT" AND WS-AJU-PENDENTE
                       AND WC-DATA-EXEC = WS-AJU-DATA-EXEC
                       AND WC-HORA-EXEC = WS-AJU-HORA-EXEC
                       PERFORM ABATER-TOT
                   END-IF
               END-IF
           END-IF.
           IF WS-ACAO-EXIB = "RETIRADO"
               ADD 1 TO WS-CONT-CTL-RETIRADOS
           ELSE
               MOVE WS-CTL-REG TO RUNCTL-NOVO-RECORD
               WRITE RUNCTL-NOVO-RECORD
               ADD 1 TO WS-CONT-CTL-GRAVADOS
           END-IF.
           IF WS-ACAO-EXIB NOT = SPACES
               PERFORM GRAVAR-LINHA-CONTROLE
           END-IF.
           PERFORM LER-CONTROLE.

       ACUMULAR-SIT-RETIRADO.
           IF NOT WS-AJU-PENDENTE
               OR WC-DATA-EXEC NOT = WS-AJU-DATA-EXEC
               OR WC-HORA-EXEC NOT = WS-AJU-HORA-EXEC
               IF WS-AJU-PENDENTE
                   ADD 1 TO WS-CONT-CTL-SEM-TOT
               END-IF
               SET WS-AJU-PENDENTE TO TRUE
               MOVE WC-DATA-EXEC TO WS-AJU-DATA-EXEC
               MOVE WC-HORA-EXEC TO WS-AJU-HORA-EXEC
               MOVE ZERO TO WS-AJU-LIDOS
               MOVE ZERO TO WS-AJU-VALIDOS
               MOVE ZERO TO WS-AJU-REJEITADOS
               MOVE ZERO TO WS-AJU-TRL-CONTADOR
           END-IF.
           ADD WC-LIDOS TO WS-AJU-LIDOS.
           ADD WC-VALIDOS TO WS-AJU-VALIDOS.
           ADD WC-REJEITADOS TO WS-AJU-REJEITADOS.
           ADD WC-TRL-CONTADOR TO WS-AJU-TRL-CONTADOR.

      * Contagens abatidas nao ficam negativas; as cartas retiradas
      * do RECALL sao abatidas do primeiro TOT ajustado.
       ABATER-TOT.
           IF WC-LIDOS > WS-AJU-LIDOS
               SUBTRACT WS-AJU-LIDOS FROM WC-LIDOS
           ELSE
               MOVE ZERO TO WC-LIDOS
           END-IF.
           IF WC-VALIDOS > WS-AJU-VALIDOS
               SUBTRACT WS-AJU-VALIDOS FROM WC-VALIDOS
           ELSE
               MOVE ZERO TO WC-VALIDOS
           END-IF.
           IF WC-REJEITADOS > WS-AJU-REJEITADOS
               SUBTRACT WS-AJU-REJEITADOS FROM WC-REJEITADOS
           ELSE
               MOVE ZERO TO WC-REJEITADOS
           END-IF.
           IF WC-TRL-CONTADOR > WS-AJU-TRL-CONTADOR
               SUBTRACT WS-AJU-TRL-CONTADOR FROM WC-TRL-CONTADOR
           ELSE
               MOVE ZERO TO WC-TRL-CONTADOR
           END-IF.
           IF WC-CARTAS > WS-AJU-CARTAS
               SUBTRACT WS-AJU-CARTAS FROM WC-CARTAS
           ELSE
               MOVE ZERO TO WC-CARTAS
           END-IF.
           MOVE ZERO TO WS-AJU-CARTAS.
           MOVE "N" TO WS-AJU-SWITCH.
           IF WC-LIDOS = ZERO
               MOVE "RETIRADO" TO WS-ACAO-EXIB
           ELSE
               MOVE "ABATIDO" TO WS-ACAO-EXIB
               ADD 1 TO WS-CONT-CTL-AJUSTADOS
           END-IF.

       GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " WC-TIPO "  EXEC " WC-DATA-EXEC " " WC-HORA-EXEC
               "  MOV " WC-DATA-MOV "  SITE " WC-SITE
               "  LIDOS " WC-LIDOS "  VALIDOS " WC-VALIDOS
               "  REJ " WC-REJEITADOS "  CARTAS " WC-CARTAS
               "  -> " WS-ACAO-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-QUADRO.
           MOVE "QUADRO ANTES/DEPOIS POR ARQUIVO:" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE "ARQUIVO" TO RELATORIO-LINE(3:7).
           MOVE "  ANTES" TO RELATORIO-LINE(24:7).
           MOVE "RETIRAD" TO RELATORIO-LINE(33:7).
           MOVE "ALTERAD" TO RELATORIO-LINE(42:7).
           MOVE " DEPOIS" TO RELATORIO-LINE(51:7).
           MOVE "CONFERE" TO RELATORIO-LINE(60:7).
           WRITE RELATORIO-LINE.
           MOVE "HIST" TO WS-QD-NOME.
           MOVE WS-CONT-HIST-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-HIST-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-ALTERADOS.
           MOVE WS-CONT-HIST-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "RECALL" TO WS-QD-NOME.
           MOVE WS-CONT-RCL-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-RCL-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE WS-CONT-RCL-REABERTOS TO WS-QD-ALTERADOS.
           MOVE WS-CONT-RCL-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "ALRMST" TO WS-QD-NOME.
           MOVE WS-CONT-ALR-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-ALR-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-ALTERADOS.
           MOVE WS-CONT-ALR-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "SUSPENSO" TO WS-QD-NOME.
           MOVE WS-CONT-SUS-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-SUS-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-ALTERADOS.
           MOVE WS-CONT-SUS-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "PENDVER" TO WS-QD-NOME.
           MOVE WS-CONT-PEN-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-PEN-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-ALTERADOS.
           MOVE WS-CONT-PEN-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "RUNCTL" TO WS-QD-NOME.
           MOVE WS-CONT-CTL-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-CTL-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE WS-CONT-CTL-AJUSTADOS TO WS-QD-ALTERADOS.
           MOVE WS-CONT-CTL-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE "INTERC (ANULACOES)" TO RELATORIO-LINE(3:18).
           MOVE WS-CONT-ANULACOES TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(42:7).
           IF WS-CONT-ANULACOES = WS-CONT-HIST-VIGENTES
               MOVE "OK" TO RELATORIO-LINE(60:2)
           ELSE
               MOVE "NAO" TO RELATORIO-LINE(60:3)
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Cada arquivo fecha se antes - retirados = depois.
       GRAVAR-LINHA-QUADRO.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE WS-QD-NOME TO RELATORIO-LINE(3:20).
           MOVE WS-QD-ANTES TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(24:7).
           MOVE WS-QD-RETIRADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(33:7).
           MOVE WS-QD-ALTERADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(42:7).
           MOVE WS-QD-DEPOIS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(51:7).
           IF WS-QD-ANTES = WS-QD-RETIRADOS + WS-QD-DEPOIS
               MOVE "OK" TO RELATORIO-LINE(60:2)
           ELSE
               MOVE "NAO" TO RELATORIO-LINE(60:3)
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.
           WRITE RELATORIO-LINE.

       GRAVAR-RODAPE.
           MOVE WS-CONT-HIST-VIGENTES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS VIGENTES RETIRADAS....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           COMPUTE WS-CONT-EDIT =
               WS-CONT-HIST-RETIRADOS - WS-CONT-HIST-VIGENTES.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LINHAS JA CORRIGIDAS/ANULADAS..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-PAC-QTD TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PACIENTES ATINGIDOS............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEM-CADASTRO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ANULACAO SEM PACIENTE NO PACIDX: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ANULACOES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "LINHAS DE ANULACAO PARA O EHR..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REENVIADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PESAGENS DEVOLVIDAS AO REENVIO.: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-BLOCOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "BLOCOS DE REENVIO GRAVADOS.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CARTAS-RETIRADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "CARTAS RETIRADAS DO RECALL.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-CTL-SEM-TOT TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "EXECUCOES SEM TOT PARA ABATER..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONFERENCIA-OK
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: EM CADA ARQUIVO ANTES - "
                   "RETIRADOS = DEPOIS; ANULACOES = VIGENTES "
                   "RETIRADAS"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RELAT, RESUMO E CARTAS JA IMPRESSOS NAO SAO "
               "DESFEITOS - RECOLHER AS CARTAS DA DATA; AUDITLOG "
               "MANTIDO COMO TRILHA"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       FECHAR-MESTRES.
           CLOSE PACMST-FILE.
           CLOSE RELATORIO-FILE.

      * Nada da data no historico nem no RUNCTL, ou conferencia que
      * nao fecha, da RC=12: as copias sao puladas e os arquivos
      * vivos ficam intactos. RC=4 avisa anulacao sem paciente no
      * cadastro (vai sem nome para o EHR) ou SIT sem TOT no RUNCTL.
       FINALIZAR.
           PERFORM GRAVAR-QUADRO.
           PERFORM GRAVAR-RODAPE.
           IF WS-CONT-HIST-RETIRADOS + WS-CONT-CTL-RETIRADOS = ZERO
               MOVE SPACES TO RELATORIO-LINE
               STRING "*** NENHUMA LINHA DO HISTORICO NEM REGISTRO "
                   "DO RUNCTL PARA A DATA/SITE - NADA ESTORNADO ***"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM FECHAR-MESTRES.
           IF WS-CONT-HIST-RETIRADOS + WS-CONT-CTL-RETIRADOS = ZERO
               DISPLAY "ERRO: nada a estornar em " WS-DATA-ALVO-EXIB
                   " site " WS-SITE-EXIB
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT WS-CONFERENCIA-OK
                   DISPLAY "ERRO: conferencia do estorno nao fecha - "
                       "arquivos vivos NAO devem ser substituidos"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-CONT-SEM-CADASTRO > ZERO
                       OR WS-CONT-CTL-SEM-TOT > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
