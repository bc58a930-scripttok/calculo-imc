               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

      * Suspensao de pesagens rejeitadas: todo detalhe recusado pela
      * validacao fica guardado aqui com o registro original, ate a
      * clinica corrigir ou descartar pelo IMCSUSP - o item corrigido
      * volta na proxima execucao como bloco de reenvio do WEIGHIN.
           SELECT SUSPENSO-FILE ASSIGN TO SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

      * Divergencias de idade/sexo entre a pesagem digitada e o
      * cadastro do paciente (PACIDX) - arquivo de dados do dia que o
      * IMCDIVRL ordena e imprime por unidade.
           SELECT DIVERGENCIA-FILE ASSIGN TO DIVERG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVERGENCIA.

      * Ultima pesagem postada de cada paciente (VSAM KSDS chaveado
      * por PATIENT_ID), atualizada aqui a cada gravacao no HIST - e
      * a base da conferencia de plausibilidade da pesagem seguinte.
           SELECT ULTPES-FILE ASSIGN TO ULTPES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-PATIENT-ID
               FILE STATUS IS WS-FS-ULTPES.

      * Pesagens retidas para verificacao clinica (variacao de peso
      * ou altura implausivel contra a ultima pesagem do paciente) -
      * acumula entre execucoes ate a enfermeira-chefe liberar ou
      * rejeitar cada item pelo IMCVERIF.
           SELECT PENDVER-FILE ASSIGN TO PENDVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDVER.

      * Cadastro de equipamentos (balancas e estadiometros) mantido
      * pela engenharia biomedica - o equipamento informado na
      * pesagem tem que estar cadastrado, na mesma unidade e ainda em
      * uso na data da pesagem.
           SELECT EQUIPAM-FILE ASSIGN TO EQUIPTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIPAM.

       DATA DIVISION.
       FILE SECTION.
      * Layout fisico do registro de pesagem (requisito 000), 30 bytes,
      *   pos 17     WI-SEXO        X(1)  "M" ou "F" (modo pediatrico)
      *   pos 18-20  WI-UNIDADE     X(3)  codigo da unidade/clinica,
      *                                   validado contra WS-UNI-TABELA
      *   pos 21-30  WI-EQUIPAMENTO X(10) ID da balanca/estadiometro
      *                                   usado, validado contra o
      *                                   cadastro EQUIPTB; em branco
      *                                   = site que ainda nao informa
       FD  WEIGHIN-FILE.
       01  WEIGHIN-RECORD.
           05 WI-PATIENT-ID        PIC X(6).
                                   PIC 9(2).
           05 WI-SEXO              PIC X(1).
           05 WI-UNIDADE           PIC X(3).
           05 WI-EQUIPAMENTO       PIC X(10).

      * Registros de controle da interface de pesagens: cada site
      * transmite um bloco proprio comecando com um header "HDR"
      * derrubar o dia dos outros sites; so quando nenhum bloco e
      * aproveitavel a execucao abenda com RC=12, antes de o
      * movimento parcial chegar ao EHR.
      * Bloco de reenvio (WH-REENVIO = "R", pos 15 do header) e o que
      * o IMCSUSP monta com as pesagens corrigidas da suspensao: a
      * data do header e a data ORIGINAL da pesagem (nao a de hoje),
      * aceita se valida e nao posterior a data de negocio, e e ela
      * que vai para o HIST e o intercambio desses detalhes. Bloco
      * verificado (WH-REENVIO = "V") e o mesmo tipo de bloco montado
      * pelo IMCVERIF com as pesagens retidas que a enfermeira-chefe
      * liberou - nao passa de novo pela conferencia de
      * plausibilidade.
       01  WEIGHIN-CONTROLE.
           05 WC-TIPO              PIC X(3).
           05 FILLER               PIC X(27).
           05 WH-DATA-NUM REDEFINES WH-DATA
                                   PIC 9(8).
           05 WH-SITE              PIC X(3).
           05 WH-REENVIO           PIC X(1).
               88 WH-BLOCO-REENVIO VALUE "R".
               88 WH-BLOCO-VERIFICADO VALUE "V".
           05 FILLER               PIC X(15).

       01  WEIGHIN-TRAILER.
           05 WT-TIPO              PIC X(3).
      * Unidade e site (pos 78-80 e 82-84) entraram com o
      * processamento consolidado multi-site; registros antigos de 76
      * bytes leem com os campos em branco.
      * Situacao (pos 86) veio com as correcoes do IMCCORR: branco =
      * pesagem vigente, "S" = substituida por correcao (a linha
      * corrigida vem logo depois), "A" = anulada. Este programa so
      * grava pesagens vigentes; registros antigos de 84 bytes leem
      * com a situacao em branco.
      * Equipamento (pos 88-97) e o WI-EQUIPAMENTO da pesagem, base do
      * relatorio de deriva IMCEQDRV; registros antigos de 86 bytes
      * leem com o equipamento em branco.
      * Data e hora da execucao (pos 99-108 e 110-117) sao as mesmas
      * do RUNCTL da execucao que postou a pesagem - o IMCESTOR
      * estorna a execucao por elas; registros antigos de 97 bytes
      * leem com a execucao em branco.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05 HI-PATIENT-ID        PIC X(6).
           05 HI-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 HI-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 HI-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 HI-EQUIPAMENTO       PIC X(10).
           05 FILLER               PIC X(1).
           05 HI-DATA-EXEC         PIC X(10).
           05 FILLER               PIC X(1).
           05 HI-HORA-EXEC         PIC X(8).

       FD  RESUMO-FILE.
       01  RESUMO-LINE             PIC X(100).
                   15 CK-BLOCO-LIDOS      PIC 9(6).
                   15 CK-BLOCO-VALIDOS    PIC 9(6).
                   15 CK-BLOCO-REJEITADOS PIC 9(6).
                   15 CK-BLOCO-RETIDOS    PIC 9(6).
      * Pesagens retidas para verificacao clinica no dia.
           05 CK-CONT-RETIDOS          PIC 9(6).
      * Identificacao da execucao gravada no ULTPES - o restart
      * retoma a mesma, para a deteccao de duplicatas enxergar as
      * pesagens postadas antes do abend.
           05 CK-EXECUCAO-ID           PIC X(14).

      * A coluna ACAO diz ao EHR o que fazer com a pesagem:
      * "I" = inclusao (toda linha gravada aqui), "C" = correcao e "A"
      * = anulacao de pesagem ja enviada (gravadas pelo IMCCORR).
      * EQUIPAMENTO vem depois dela, em branco quando o site nao
      * informou. DATA_EXEC/HORA_EXEC fecham a linha: a execucao que
      * a gravou (IMCSTEP, IMCCORR ou IMCESTOR), transmitida na noite
      * dessa data - o IMCEHREC concilia por elas.
       FD  INTERCAMBIO-FILE.
       01  INTERCAMBIO-LINE            PIC X(163).

       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE               PIC X(100).
      * decimal implicito, como no WEIGHIN:
      *   tipo "LIM": pos 01-03 "LIM"
      *               pos 04-09 nome (PESMIN PESMAX ALTMIN ALTMAX
      *                               PESMPD ALTMPD, e os limites de
      *                               plausibilidade contra a ultima
      *                               pesagem: PESBAS PESDIA em kg,
      *                               ALTBAS ALTDIA em cm - variacao
      *                               aceita = BAS + DIA x dias)
      *               pos 10-14 valor 9(3)V99 - "02000" = 20.00
      *   tipo "PED": pos 01-03 "PED"
      *               pos 04    sexo M/F
       FD  DATAPARM-FILE.
       01  DATAPARM-RECORD         PIC X(80).

      * Cadastro de equipamentos (DD EQUIPTB), uma linha por
      * equipamento; linha com "*" na coluna 1 e comentario:
      *   pos 01-10  EQ-ID          ID gravado na etiqueta do aparelho
      *   pos 12-14  EQ-UNIDADE     unidade onde o aparelho esta
      *   pos 16     EQ-TIPO        B = balanca, E = estadiometro,
      *                             C = conjunto balanca+estadiometro
      *   pos 18-25  EQ-RETIRADA    AAAAMMDD em que saiu de uso
      *                             (aferencia, conserto, baixa);
      *                             branco = em uso
      *   pos 27-56  EQ-DESCRICAO   marca/modelo/local, livre
      * Linha invalida ou ID repetido abenda na inicializacao, como o
      * REFTAB. Equipamento transferido de unidade: retirar o ID
      * antigo e cadastrar o novo ID que a engenharia etiquetar.
       FD  EQUIPAM-FILE.
       01  EQUIPAM-RECORD.
           05 EQ-ID                PIC X(10).
           05 FILLER               PIC X(1).
           05 EQ-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 EQ-TIPO              PIC X(1).
           05 FILLER               PIC X(1).
           05 EQ-RETIRADA          PIC X(8).
           05 EQ-RETIRADA-NUM REDEFINES EQ-RETIRADA
                                   PIC 9(8).
           05 FILLER               PIC X(1).
           05 EQ-DESCRICAO         PIC X(30).

      * Arquivo de recalls de follow-up, um registro por carta de
      * encaminhamento gerada (o IMCTREND grava o mesmo layout para
      * alertas de faixa critica):
      *   pos 01-06  RC-PATIENT-ID     pos 22-31  RC-DATA-CARTA
      *   pos 08-10  RC-UNIDADE        pos 33-42  RC-DATA-LIMITE
      *   pos 12-17  RC-ORIGEM         pos 44     RC-STATUS A/F/C
      *   pos 19-20  RC-CATEGORIA-CODE pos 46-55  RC-DATA-RETORNO
      * Status A = aberto, F = fechado pelo retorno (IMCRECAL), C =
      * cancelado pelo IMCCORR (pesagem de origem anulada ou corrigida
      * para fora da faixa que gerou o recall).
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05 RC-PATIENT-ID        PIC X(6).
      *   substituidos, cartas e o codigo de retorno final.
      * Execucao abortada (RC=12/16) nao grava registro - e
      * exatamente a ausencia que o IMCOPREL acusa como dia sem
      * processamento. Data e hora de execucao sao as do inicio da
      * execucao - um restart grava as da primeira tentativa, as
      * mesmas ja carimbadas no HIST e no INTERC antes do abend.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RR-TIPO              PIC X(3).
           05 FILLER               PIC X(1).
           05 RR-RC                PIC 9(2).

      * Suspensao de pesagens rejeitadas (acumula entre execucoes; o
      * IMCSUSP regrava o arquivo sem os itens ja baixados):
      *   pos 01-30  SU-REGISTRO       registro WEIGHIN original
      *   pos 32-34  SU-SITE           site do bloco de origem
      *   pos 36-43  SU-DATA-PESAGEM   data da pesagem AAAAMMDD (data
      *                                de negocio do bloco de origem)
      *   pos 45-54  SU-DATA-REJEICAO  data da execucao que rejeitou
      *   pos 56-79  SU-MOTIVOS        ate 6 codigos de 3 posicoes,
      *                                separados por espaco:
      *                                UNI unidade fora da tabela
      *                                PAC paciente nao cadastrado
      *                                INA paciente desativado
      *                                SEX sexo invalido (pediatrico)
      *                                PES peso nao numerico/fora faixa
      *                                ALT altura nao numerica/fora
      *                                    faixa
      *                                IMC IMC fora da faixa
      *                                    representavel
      *                                BLC bloco de reenvio rejeitado
      *                                EQP equipamento fora do cadastro
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05 SU-REGISTRO          PIC X(30).
           05 FILLER               PIC X(1).
           05 SU-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 SU-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 SU-DATA-REJEICAO     PIC X(10).
           05 FILLER               PIC X(1).
           05 SU-MOTIVOS           PIC X(24).
           05 FILLER               PIC X(1).

      * Divergencia de cadastro (recriado a cada execucao, como o
      * RECONC; EXTEND num restart por CHECKPT):
      *   pos 01-03  DV-UNIDADE        pos 30-32  DV-IDADE-MESTRE
      *   pos 05-07  DV-SITE           pos 34     DV-SEXO-DIGITADO
      *   pos 09-14  DV-PATIENT-ID     pos 36     DV-SEXO-MESTRE
      *   pos 16-25  DV-DATA-PESAGEM   pos 38-47  DV-NASCIMENTO
      *   pos 27-28  DV-IDADE-DIGITADA pos 49     DV-DIVERGE-IDADE S/N
      *   pos 51     DV-DIVERGE-SEXO S/N
      *   pos 53     DV-MODO A = adulto, P = pediatrico (pelo mestre)
      *   pos 55     DV-SITUACAO A = pesagem aceita, R = rejeitada,
      *                          V = retida para verificacao clinica
       FD  DIVERGENCIA-FILE.
       01  DIVERGENCIA-RECORD.
           05 DV-UNIDADE           PIC X(3).
           05 FILLER               PIC X(1).
           05 DV-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 DV-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 DV-DATA-PESAGEM      PIC X(10).
           05 FILLER               PIC X(1).
           05 DV-IDADE-DIGITADA    PIC X(2).
           05 FILLER               PIC X(1).
           05 DV-IDADE-MESTRE      PIC 9(3).
           05 FILLER               PIC X(1).
           05 DV-SEXO-DIGITADO     PIC X(1).
           05 FILLER               PIC X(1).
           05 DV-SEXO-MESTRE       PIC X(1).
           05 FILLER               PIC X(1).
           05 DV-NASCIMENTO        PIC X(10).
           05 FILLER               PIC X(1).
           05 DV-DIVERGE-IDADE     PIC X(1).
           05 FILLER               PIC X(1).
           05 DV-DIVERGE-SEXO      PIC X(1).
           05 FILLER               PIC X(1).
           05 DV-MODO              PIC X(1).
           05 FILLER               PIC X(1).
           05 DV-SITUACAO          PIC X(1).

      * Resumo das pesagens postadas por paciente (KSDS, chave pos
      * 01-06) - lido pela conferencia de plausibilidade e pela
      * deteccao de duplicatas deste programa e pelo IMCTREND e pelo
      * IMCRECAL no lugar de reclassificar o HIST inteiro; o IMCULTRB
      * o reconstroi a partir do HIST e do arquivo morto.
      *   pos 001-006 UP-PATIENT-ID
      *   pos 008-069 UP-ULTIMA   ultima pesagem (data AAAAMMDD,
      *               peso, altura, IMC, codigo e nome da categoria,
      *               unidade) - re-pesagem do mesmo dia substitui
      *   pos 071-132 UP-ANTERIOR mesma estrutura, ultima pesagem de
      *               data anterior a da UP-ULTIMA (zeros = nenhuma)
      *   pos 134-147 UP-JAN-DATA/UP-JAN-PESO pesagem mais antiga
      *               dentro dos 30 dias que terminam na UP-DATA
      *   pos 149-156 UP-PRIMEIRA-DATA   primeira pesagem postada
      *   pos 158-163 UP-QTD-PESAGENS    pesagens postadas
      *   pos 165-185 UP-EXECUCAO/UP-SEQ-LIDOS execucao do IMCSTEP e
      *               sequencia de leitura que gravaram a UP-ULTIMA
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

      * Pesagem retida para verificacao (acumula entre execucoes; o
      * IMCVERIF regrava o arquivo sem os itens ja liberados ou
      * rejeitados):
      *   pos 01-30  PV-REGISTRO        registro WEIGHIN original
      *   pos 32-34  PV-SITE            site do bloco de origem
      *   pos 36-43  PV-DATA-PESAGEM    data da pesagem AAAAMMDD
      *   pos 45-54  PV-DATA-RETENCAO   data da execucao que reteve
      *   pos 56-63  PV-DATA-ANTERIOR   data da ultima pesagem AAAAMMDD
      *   pos 65-69  PV-PESO-ANTERIOR   peso da ultima pesagem
      *   pos 71-73  PV-ALTURA-ANTERIOR altura da ultima pesagem
      *   pos 75-81  PV-MOTIVOS         "PES", "ALT" ou "PES ALT"
       FD  PENDVER-FILE.
       01  PENDVER-RECORD.
           05 PV-REGISTRO          PIC X(30).
           05 FILLER               PIC X(1).
           05 PV-SITE              PIC X(3).
           05 FILLER               PIC X(1).
           05 PV-DATA-PESAGEM      PIC X(8).
           05 FILLER               PIC X(1).
           05 PV-DATA-RETENCAO     PIC X(10).
           05 FILLER               PIC X(1).
           05 PV-DATA-ANTERIOR     PIC 9(8).
           05 FILLER               PIC X(1).
           05 PV-PESO-ANTERIOR     PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 PV-ALTURA-ANTERIOR   PIC 9V99.
           05 FILLER               PIC X(1).
           05 PV-MOTIVOS           PIC X(7).

       WORKING-STORAGE SECTION.

       01  WS-FS-WEIGHIN           PIC XX VALUE "00".
       01  WS-FS-DATAPARM          PIC XX VALUE "00".
       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-RUNCTL            PIC XX VALUE "00".
       01  WS-FS-SUSPENSO          PIC XX VALUE "00".
       01  WS-FS-DIVERGENCIA       PIC XX VALUE "00".
       01  WS-FS-ULTPES            PIC XX VALUE "00".
       01  WS-FS-PENDVER           PIC XX VALUE "00".
       01  WS-FS-EQUIPAM           PIC XX VALUE "00".

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01  WS-MODO-PROCESSAMENTO   PIC X VALUE "N".
           88 WS-MODO-RETROATIVO   VALUE "R".

      * Data da pesagem do bloco corrente: a data de negocio, ou a
      * data original do header num bloco de reenvio da suspensao -
      * e a que vai para HIST, INTERC e para a propria suspensao se o
      * item for rejeitado de novo.
       01  WS-DATA-PESAGEM.
           05 WS-PES-AAAA          PIC 9(4).
           05 WS-PES-MM            PIC 9(2).
           05 WS-PES-DD            PIC 9(2).
       01  WS-DATA-PESAGEM-NUM REDEFINES WS-DATA-PESAGEM
                                   PIC 9(8).
       01  WS-DATA-PESAGEM-EXIB    PIC X(10).
       01  WS-BLOCO-REENVIO-SWITCH PIC X VALUE "N".
           88 WS-BLOCO-REENVIO     VALUE "S" "V".
           88 WS-BLOCO-VERIFICADO  VALUE "V".

      * Codigos de motivo da rejeicao do detalhe corrente, acumulados
      * por VALIDAR-ENTRADA/CALCULAR na ordem em que cada campo falha
      * e gravados juntos no registro de suspensao.
       01  WS-SUSP-QTD-MOTIVOS     PIC 9(1) VALUE ZERO.
       01  WS-SUSP-MOTIVOS.
           05 WS-SUSP-MOTIVO-ITEM OCCURS 6 TIMES.
               10 WS-SUSP-MOTIVO   PIC X(3).
               10 FILLER           PIC X(1).
       01  WS-SUSP-MOTIVO-NOVO     PIC X(3).

       01 WS-IMC PIC 9(3)V99.
       01 WS-IMC-EDIT PIC ZZZ.99.
       01 WS-PESO PIC 9(3)V99.
           88 WS-PAC-ENCONTRADO    VALUE "S".
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-PACIENTE-SITUACAO    PIC X VALUE SPACE.
       01  WS-PACIENTE-SEXO        PIC X VALUE SPACE.
       01  WS-PACIENTE-NASCIMENTO.
           05 WS-NASC-DD           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-NASC-MM           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-NASC-AAAA         PIC X(4).

      * Idade do paciente na data da pesagem calculada a partir de
      * PM-NASCIMENTO - e ela que decide adulto x pediatrico quando o
      * cadastro traz nascimento valido; a idade digitada no WEIGHIN
      * so vale se o mestre nao tiver. Idade ou sexo digitados que nao
      * batem com o mestre saem marcados no RELAT e no AUDITLOG e vao
      * para o arquivo de divergencias (DD DIVERG).
       01  WS-NASC-DATA.
           05 WS-NASC-DATA-AAAA    PIC 9(4).
           05 WS-NASC-DATA-MM      PIC 9(2).
           05 WS-NASC-DATA-DD      PIC 9(2).
       01  WS-NASC-DATA-NUM REDEFINES WS-NASC-DATA
                                   PIC 9(8).
       01  WS-IDADE-MESTRE         PIC 9(3) VALUE ZERO.
       01  WS-IDADE-MESTRE-SWITCH  PIC X VALUE "N".
           88 WS-IDADE-MESTRE-VALIDA VALUE "S".
       01  WS-SEXO-CLASSIFICACAO   PIC X(1).
       01  WS-DIVERGE-IDADE-SWITCH PIC X VALUE "N".
           88 WS-DIVERGE-IDADE     VALUE "S".
       01  WS-DIVERGE-SEXO-SWITCH  PIC X VALUE "N".
           88 WS-DIVERGE-SEXO      VALUE "S".
       01  WS-DIV-IDADE-DIGITADA   PIC X(2).
       01  WS-DIV-IDADE-EDIT       PIC ZZ9.

      * Conferencia de plausibilidade contra a ultima pesagem postada
      * do paciente (DD ULTPES): variacao de peso ou de altura alem de
      * base + taxa diaria x dias decorridos (limites do REFTAB) retem
      * a pesagem em PENDVER em vez de posta-la em HIST/INTERC/CARTAS.
      * WS-ULT-* guarda a ultima pesagem como estava no ULTPES ANTES
      * desta - a deteccao de duplicatas a consulta depois que o
      * registro ja foi atualizado.
       01  WS-ULT-SITUACAO         PIC X VALUE "N".
           88 WS-ULT-ENCONTRADA    VALUE "S".
       01  WS-ULT-DATA             PIC 9(8).
       01  WS-ULT-PESO             PIC 9(3)V99.
       01  WS-ULT-ALTURA           PIC 9V99.
       01  WS-ULT-IMC              PIC 9(3)V99.
       01  WS-ULT-CAT-CODE         PIC XX.
       01  WS-ULT-UNIDADE          PIC X(3).
       01  WS-ULT-EXECUCAO         PIC X(14).
       01  WS-ULT-SEQ              PIC 9(6).
       01  WS-PESAGEM-RETIDA-SWITCH PIC X VALUE "N".
           88 WS-PESAGEM-RETIDA    VALUE "S".
       01  WS-RETIDA-PESO-SWITCH   PIC X VALUE "N".
           88 WS-RETIDA-PESO       VALUE "S".
       01  WS-RETIDA-ALTURA-SWITCH PIC X VALUE "N".
           88 WS-RETIDA-ALTURA     VALUE "S".
       01  WS-PLAUS-DIAS           PIC S9(7).
       01  WS-PLAUS-DIAS-EDIT      PIC ZZZZ9.
       01  WS-PLAUS-DIF-PESO       PIC S9(3)V99.
       01  WS-PLAUS-DIF-ALTURA     PIC S9(3)V99.
       01  WS-PLAUS-LIMITE-PESO    PIC 9(5)V99.
       01  WS-PLAUS-LIMITE-ALTURA  PIC 9(5)V99.
       01  WS-PLAUS-ANT-EDIT       PIC ZZZ.99.
       01  WS-PLAUS-ALT-ANT-EDIT   PIC Z.99.

      * Paciente transmitido duas vezes no mesmo movimento (re-pesagem,
      * retry de transmissao): o ULTPES guarda a execucao e a
      * sequencia de leitura que gravaram a ultima pesagem - se ela e
      * da mesma data e DESTA execucao, a nova vale como oficial e a
      * anterior e estornada das estatisticas e listada no relatorio
      * de reconciliacao (RECONC). A identificacao da execucao (data e
      * hora do inicio) vai no CHECKPT, entao um restart continua
      * reconhecendo a duplicata cuja primeira ocorrencia ficou antes
      * do abend; a pesagem reprocessada depois do checkpoint tem a
      * mesma sequencia da ja gravada e nao se estorna.
       01  WS-EXECUCAO-ID          PIC X(14).
      * A mesma identificacao no formato do RUNCTL: carimbo da
      * execucao em cada linha do HIST e do INTERC e nos registros
      * SIT/TOT, e data de rejeicao/retencao do SUSPENSO/PENDVER -
      * um restart continua a mesma execucao para o IMCESTOR.
       01  WS-EXECUCAO-DATA        PIC X(10).
       01  WS-EXECUCAO-HORA        PIC X(8).
       01  WS-DUP-UNI              PIC 9(2) VALUE ZERO.
       01  WS-CONT-SUBSTITUIDOS    PIC 9(6) VALUE ZERO.
       01  WS-DUP-PESO-EDIT        PIC ZZZ.99.
       01  WS-DUP-IMC-EDIT         PIC ZZZ.99.

      * Manutencao do ULTPES: pesagem corrente no formato de
      * UP-ULTIMA/UP-ANTERIOR e limites em dias da janela de 30 dias
      * (a mesma do IMCTREND), contada para tras da ultima pesagem.
       01  WS-UP-NOVA.
           05 WS-NOVA-DATA         PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-PESO         PIC 9(3)V99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-ALTURA       PIC 9V99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-IMC          PIC 9(3)V99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-CAT-CODE     PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-CATEGORIA    PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NOVA-UNIDADE      PIC X(3).
       01  WS-JANELA-DIAS          PIC 9(3) VALUE 030.
       01  WS-JAN-DIA-INICIO       PIC S9(7).
       01  WS-JAN-DIA-REGISTRO     PIC 9(7).
       01  WS-JAN-DATA-REF         PIC 9(8).

      * Tabela das unidades/clinicas atendidas por este job - codigo
      * transportado em WI-UNIDADE; codigo fora da tabela rejeita o
      * registro para a auditoria.
               10 BL-SITE          PIC X(3).
               10 BL-DATA          PIC X(8).
               10 BL-VALIDO        PIC X.
               10 BL-REENVIO       PIC X.
               10 BL-MOTIVO        PIC X(30).
               10 BL-CONT-DECLARADO PIC 9(6).
               10 BL-HASH-DECLARADO PIC 9(12).
               10 BL-LIDOS         PIC 9(6).
               10 BL-VALIDOS       PIC 9(6).
               10 BL-REJEITADOS    PIC 9(6).
               10 BL-RETIDOS       PIC 9(6).
      * Estado da pre-passada: F = fora de bloco (esperando HDR),
      * D = dentro de bloco (apos HDR, esperando detalhes/TRL).
       01  WS-SCAN-ESTADO          PIC X VALUE "F".
       01  WS-PESO-MINIMO-PED      PIC 9(3)V99.
       01  WS-ALTURA-MINIMA-PED    PIC 9V99.

      * Variacao plausivel contra a ultima pesagem (tambem do REFTAB):
      * tolerancia base mais taxa por dia decorrido, peso em kg e
      * altura em cm.
       01  WS-PLAUS-PESO-BASE      PIC 9(3)V99.
       01  WS-PLAUS-PESO-DIA       PIC 9(3)V99.
       01  WS-PLAUS-ALTURA-BASE    PIC 9(3)V99.
       01  WS-PLAUS-ALTURA-DIA     PIC 9(3)V99.

      * Controle de completude do REFTAB: cada limite e cada par
      * sexo/idade da curva pediatrica tem que aparecer exatamente uma
      * vez; o que faltar derruba a inicializacao.
           05 WS-REF-ALTMAX-FLAG   PIC X VALUE "N".
           05 WS-REF-PESMPD-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTMPD-FLAG   PIC X VALUE "N".
           05 WS-REF-PESBAS-FLAG   PIC X VALUE "N".
           05 WS-REF-PESDIA-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTBAS-FLAG   PIC X VALUE "N".
           05 WS-REF-ALTDIA-FLAG   PIC X VALUE "N".
       01  WS-REF-PED-FLAGS.
           05 WS-REF-PED-M-FLAG    PIC X OCCURS 16 TIMES.
           05 WS-REF-PED-F-FLAG    PIC X OCCURS 16 TIMES.
       01  WS-REF-IDADE-SLOT       PIC 9(2).
       01  WS-REF-SUB              PIC 9(2).

      * Cadastro de equipamentos carregado do EQUIPTB; retirada em
      * zero = equipamento em uso.
       01  WS-EQP-QTD              PIC 9(4) VALUE ZERO.
       01  WS-EQP-LIMITE           PIC 9(4) VALUE 500.
       01  WS-EQP-TABELA.
           05 WS-EQP-ITEM OCCURS 500 TIMES INDEXED BY WS-EQP-IDX.
               10 WS-EQP-ID        PIC X(10).
               10 WS-EQP-UNIDADE   PIC X(3).
               10 WS-EQP-RETIRADA  PIC 9(8).
       01  WS-EQP-BUSCA            PIC X(10).
       01  WS-EQP-ACHADO           PIC 9(4) VALUE ZERO.
       01  WS-EQP-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EQP-EOF           VALUE "S".

       01  WS-CONTADORES.
           05 WS-CONT-LIDOS         PIC 9(6) VALUE ZERO.
           05 WS-CONT-VALIDOS       PIC 9(6) VALUE ZERO.
           05 WS-CONT-REJEITADOS    PIC 9(6) VALUE ZERO.
           05 WS-CONT-RETIDOS       PIC 9(6) VALUE ZERO.
           05 WS-CONT-MAG-GRAVE     PIC 9(6) VALUE ZERO.
           05 WS-CONT-MAG-MODERADA  PIC 9(6) VALUE ZERO.
           05 WS-CONT-MAG-LEVE      PIC 9(6) VALUE ZERO.
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           STRING WS-SIS-HH ":" WS-SIS-MN ":" WS-SIS-SS
               DELIMITED BY SIZE INTO WS-HORA-EXIBICAO.
           STRING WS-DATA-SISTEMA WS-SIS-HH WS-SIS-MN WS-SIS-SS
               DELIMITED BY SIZE INTO WS-EXECUCAO-ID.
           PERFORM MONTAR-CARIMBO-EXECUCAO.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-FS-AUDITORIA = "35"

           PERFORM CARREGAR-TABELA-REFERENCIA.

           PERFORM CARREGAR-CADASTRO-EQUIPAMENTOS.

           PERFORM ABRIR-PACIENTES-MESTRE.

           OPEN INPUT WEIGHIN-FILE.
           PERFORM PRE-VALIDAR-ARQUIVO.

           PERFORM VERIFICAR-CHECKPOINT.
           PERFORM MONTAR-CARIMBO-EXECUCAO.

           IF WS-TEM-CHECKPOINT
               PERFORM PULAR-REGISTROS-PROCESSADOS
               OPEN EXTEND RELATORIO-FILE
               OPEN EXTEND RECONC-FILE
               OPEN EXTEND CARTAS-FILE
               OPEN EXTEND DIVERGENCIA-FILE
           ELSE
               OPEN OUTPUT RELATORIO-FILE
               PERFORM GRAVAR-CABECALHO-RELATORIO
                   PERFORM GRAVAR-CABECALHO-RECONC
               END-IF
               OPEN OUTPUT CARTAS-FILE
               OPEN OUTPUT DIVERGENCIA-FILE
           END-IF.
           IF WS-FS-CARTAS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD CARTAS - "
               STOP RUN
           END-IF.

           OPEN EXTEND SUSPENSO-FILE.
           IF WS-FS-SUSPENSO = "35"
               CLOSE SUSPENSO-FILE
               OPEN OUTPUT SUSPENSO-FILE
           END-IF.
           IF WS-FS-SUSPENSO NOT = "00" AND WS-FS-SUSPENSO NOT = "35"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSPENSO - "
                   "status " WS-FS-SUSPENSO
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-SUSPENSO TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao abrir DD SUSPENSO"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               CLOSE RECALL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-FS-DIVERGENCIA NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD DIVERG - "
                   "status " WS-FS-DIVERGENCIA
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-DIVERGENCIA TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao abrir DD DIVERG"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               CLOSE RECALL-FILE
               CLOSE SUSPENSO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ULTPES e o KSDS do resumo das pesagens postadas por paciente;
      * na primeira execucao o cluster definido pelo IDXDEF ainda esta
      * vazio (status 35 no OPEN I-O) e e carregado aqui mesmo - ou
      * pelo IMCULTRB, que o reconstroi a partir do historico.
           OPEN I-O ULTPES-FILE.
           IF WS-FS-ULTPES = "35"
               OPEN OUTPUT ULTPES-FILE
               CLOSE ULTPES-FILE
               OPEN I-O ULTPES-FILE
           END-IF.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ULTPES - "
                   "status " WS-FS-ULTPES
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-ULTPES TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao abrir DD ULTPES"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               CLOSE RECALL-FILE
               CLOSE SUSPENSO-FILE
               CLOSE DIVERGENCIA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PENDVER-FILE.
           IF WS-FS-PENDVER = "35"
               CLOSE PENDVER-FILE
               OPEN OUTPUT PENDVER-FILE
           END-IF.
           IF WS-FS-PENDVER NOT = "00" AND WS-FS-PENDVER NOT = "35"
               DISPLAY "ERRO: nao foi possivel abrir DD PENDVER - "
                   "status " WS-FS-PENDVER
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-PENDVER TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao abrir DD PENDVER"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               CLOSE RECALL-FILE
               CLOSE SUSPENSO-FILE
               CLOSE DIVERGENCIA-FILE
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Define a data de negocio da execucao: a de hoje, ou a data
      * efetiva da DD DATAPARM no modo retroativo autorizado (arquivo
      * de uma unidade que chegou atrasado - a alternativa era perder
           MOVE "N" TO WS-PAC-SITUACAO.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE SPACE TO WS-PACIENTE-SITUACAO.
           MOVE SPACE TO WS-PACIENTE-SEXO.
           MOVE SPACES TO WS-PACIENTE-NASCIMENTO.
           MOVE WI-PATIENT-ID TO PM-PATIENT-ID.
           READ PACMST-FILE
               INVALID KEY
                   SET WS-PAC-ENCONTRADO TO TRUE
                   MOVE PM-NOME TO WS-PACIENTE-NOME
                   MOVE PM-SITUACAO TO WS-PACIENTE-SITUACAO
                   MOVE PM-SEXO TO WS-PACIENTE-SEXO
                   MOVE PM-NASCIMENTO TO WS-PACIENTE-NASCIMENTO
           END-READ.

       VERIFICAR-CHECKPOINT.
                           MOVE CK-CONT-LIDOS TO WS-CONT-LIDOS
                           MOVE CK-CONT-VALIDOS TO WS-CONT-VALIDOS
                           MOVE CK-CONT-REJEITADOS TO WS-CONT-REJEITADOS
                           MOVE CK-CONT-RETIDOS TO WS-CONT-RETIDOS
                           IF CK-EXECUCAO-ID NOT = SPACES
                               MOVE CK-EXECUCAO-ID TO WS-EXECUCAO-ID
                           END-IF
                           MOVE CK-CONT-MAG-GRAVE TO WS-CONT-MAG-GRAVE
                           MOVE CK-CONT-MAG-MODERADA
                               TO WS-CONT-MAG-MODERADA
               CLOSE CHECKPOINT-FILE
           END-IF.

       MONTAR-CARIMBO-EXECUCAO.
           STRING WS-EXECUCAO-ID(7:2) "/" WS-EXECUCAO-ID(5:2) "/"
               WS-EXECUCAO-ID(1:4)
               DELIMITED BY SIZE INTO WS-EXECUCAO-DATA.
           STRING WS-EXECUCAO-ID(9:2) ":" WS-EXECUCAO-ID(11:2) ":"
               WS-EXECUCAO-ID(13:2)
               DELIMITED BY SIZE INTO WS-EXECUCAO-HORA.

      * Pula os registros fisicos ja consumidos antes do abend; todo
      * HDR pulado reposiciona o bloco corrente e o site de origem,
      * para a retomada continuar dentro do bloco certo.
           MOVE WH-SITE TO BL-SITE(WS-BLOCO-IDX).
           MOVE WH-DATA TO BL-DATA(WS-BLOCO-IDX).
           MOVE "S" TO BL-VALIDO(WS-BLOCO-IDX).
           MOVE "N" TO BL-REENVIO(WS-BLOCO-IDX).
           MOVE SPACES TO BL-MOTIVO(WS-BLOCO-IDX).
           MOVE ZERO TO BL-CONT-DECLARADO(WS-BLOCO-IDX).
           MOVE ZERO TO BL-HASH-DECLARADO(WS-BLOCO-IDX).
           MOVE ZERO TO BL-LIDOS(WS-BLOCO-IDX).
           MOVE ZERO TO BL-VALIDOS(WS-BLOCO-IDX).
           MOVE ZERO TO BL-REJEITADOS(WS-BLOCO-IDX).
           MOVE ZERO TO BL-RETIDOS(WS-BLOCO-IDX).
           MOVE "D" TO WS-SCAN-ESTADO.
           IF WH-BLOCO-REENVIO OR WH-BLOCO-VERIFICADO
               IF WH-BLOCO-VERIFICADO
                   MOVE "V" TO BL-REENVIO(WS-BLOCO-IDX)
               ELSE
                   MOVE "S" TO BL-REENVIO(WS-BLOCO-IDX)
               END-IF
               IF WH-DATA IS NOT NUMERIC
                   OR WH-DATA(5:2) < "01" OR WH-DATA(5:2) > "12"
                   OR WH-DATA(7:2) < "01" OR WH-DATA(7:2) > "31"
                   OR WH-DATA-NUM > WS-DATA-NEGOCIO-NUM
                   MOVE "N" TO BL-VALIDO(WS-BLOCO-IDX)
                   MOVE "DATA DO REENVIO INVALIDA"
                       TO BL-MOTIVO(WS-BLOCO-IDX)
               END-IF
           ELSE
               IF WH-DATA IS NOT NUMERIC
                   OR WH-DATA-NUM NOT = WS-DATA-NEGOCIO-NUM
                   MOVE "N" TO BL-VALIDO(WS-BLOCO-IDX)
                   IF WS-MODO-RETROATIVO
                       MOVE "DATA DIFERE DA DATA EFETIVA"
                           TO BL-MOTIVO(WS-BLOCO-IDX)
                   ELSE
                       MOVE "DATA NAO E A DATA DE HOJE"
                           TO BL-MOTIVO(WS-BLOCO-IDX)
                   END-IF
               END-IF
           END-IF.

       FECHAR-BLOCO-SCAN.
           CLOSE HISTORICO-FILE.
           CLOSE INTERCAMBIO-FILE.
           CLOSE RECALL-FILE.
           CLOSE SUSPENSO-FILE.
           CLOSE DIVERGENCIA-FILE.
           CLOSE ULTPES-FILE.
           CLOSE PENDVER-FILE.
           CLOSE PACMST-FILE.
           CLOSE AUDITORIA-FILE.
           MOVE 12 TO RETURN-CODE.
           ADD 1 TO WS-BLOCO-CORRENTE.
           SET WS-BLOCO-IDX TO WS-BLOCO-CORRENTE.
           MOVE BL-SITE(WS-BLOCO-IDX) TO WS-SITE-ORIGEM.
           IF BL-REENVIO(WS-BLOCO-IDX) NOT = "N"
               MOVE BL-REENVIO(WS-BLOCO-IDX)
                   TO WS-BLOCO-REENVIO-SWITCH
               MOVE BL-DATA(WS-BLOCO-IDX) TO WS-DATA-PESAGEM
           ELSE
               MOVE "N" TO WS-BLOCO-REENVIO-SWITCH
               MOVE WS-DATA-NEGOCIO-NUM TO WS-DATA-PESAGEM-NUM
           END-IF.
           MOVE SPACES TO WS-DATA-PESAGEM-EXIB.
           STRING WS-PES-DD "/" WS-PES-MM "/" WS-PES-AAAA
               DELIMITED BY SIZE INTO WS-DATA-PESAGEM-EXIB.

      * Detalhe rejeitado vai para a suspensao com todos os motivos;
      * detalhe de bloco de reenvio rejeitado inteiro volta para la
      * tambem (motivo BLC) - o item ja tinha saido da suspensao no
      * IMCSUSP e nao pode sumir. Bloco de reenvio nao entra na
      * deteccao de duplicidade: a pesagem e de outro dia e nao
      * substitui a de hoje do mesmo paciente. Pesagem valida retida
      * para verificacao clinica (variacao implausivel contra a ultima
      * pesagem postada) nao conta como valida nem entra nas
      * estatisticas do dia - so volta a contar quando liberada.
       PROCESSAR-DETALHE.
           SET WS-BLOCO-IDX TO WS-BLOCO-CORRENTE.
           IF BL-VALIDO(WS-BLOCO-IDX) = "N"
               ADD 1 TO WS-CONT-PULADOS-BLOCO
               IF WS-BLOCO-REENVIO
                   MOVE ZERO TO WS-SUSP-QTD-MOTIVOS
                   MOVE SPACES TO WS-SUSP-MOTIVOS
                   MOVE "BLC" TO WS-SUSP-MOTIVO-NOVO
                   PERFORM ACUMULAR-MOTIVO-SUSPENSO
                   PERFORM GRAVAR-SUSPENSO
               END-IF
           ELSE
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO BL-LIDOS(WS-BLOCO-IDX)
               MOVE "N" TO WS-PESAGEM-RETIDA-SWITCH
               PERFORM LOCALIZAR-PACIENTE-MESTRE
               PERFORM DETERMINAR-MODO-PACIENTE
               PERFORM VALIDAR-ENTRADA
               IF WS-ENTRADA-VALIDA
                   PERFORM CALCULAR
               END-IF
               IF WS-DIVERGE-IDADE OR WS-DIVERGE-SEXO
                   PERFORM REGISTRAR-DIVERGENCIA-CADASTRO
               END-IF
               SET WS-BLOCO-IDX TO WS-BLOCO-CORRENTE
               IF WS-ENTRADA-VALIDA AND WS-PESAGEM-RETIDA
                   ADD 1 TO WS-CONT-RETIDOS
                   ADD 1 TO BL-RETIDOS(WS-BLOCO-IDX)
               END-IF
               IF WS-ENTRADA-VALIDA AND NOT WS-PESAGEM-RETIDA
                   IF NOT WS-BLOCO-REENVIO
                       PERFORM VERIFICAR-DUPLICIDADE
                   END-IF
                   ADD 1 TO WS-CONT-VALIDOS
                   ADD 1 TO BL-VALIDOS(WS-BLOCO-IDX)
                   PERFORM ACUMULAR-ESTATISTICAS
               END-IF
               IF NOT WS-ENTRADA-VALIDA
                   ADD 1 TO WS-CONT-REJEITADOS
                   ADD 1 TO BL-REJEITADOS(WS-BLOCO-IDX)
                   PERFORM GRAVAR-SUSPENSO
               END-IF
           END-IF.

       ACUMULAR-MOTIVO-SUSPENSO.
           IF WS-SUSP-QTD-MOTIVOS < 6
               ADD 1 TO WS-SUSP-QTD-MOTIVOS
               MOVE WS-SUSP-MOTIVO-NOVO
                   TO WS-SUSP-MOTIVO(WS-SUSP-QTD-MOTIVOS)
           END-IF.

       GRAVAR-SUSPENSO.
           MOVE SPACES TO SUSPENSO-RECORD.
           MOVE WEIGHIN-RECORD TO SU-REGISTRO.
           MOVE WS-SITE-ORIGEM TO SU-SITE.
           MOVE WS-DATA-PESAGEM TO SU-DATA-PESAGEM.
           MOVE WS-EXECUCAO-DATA TO SU-DATA-REJEICAO.
           MOVE WS-SUSP-MOTIVOS TO SU-MOTIVOS.
           WRITE SUSPENSO-RECORD.

      * CHECKPT so pode ser confiavel se RELAT/HIST/INTERC ja estiverem
      * fisicamente gravados quando ele afirma que o registro foi
      * reportado - senao um abend entre dois checkpoints pode perder
               STOP RUN
           END-IF.

           CLOSE SUSPENSO-FILE
           OPEN EXTEND SUSPENSO-FILE
           IF WS-FS-SUSPENSO NOT = "00"
               DISPLAY "ABEND: falha ao reabrir DD SUSPENSO para "
                   "gravacao - status " WS-FS-SUSPENSO
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-SUSPENSO TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao reabrir DD SUSPENSO"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE DIVERGENCIA-FILE
           OPEN EXTEND DIVERGENCIA-FILE
           IF WS-FS-DIVERGENCIA NOT = "00"
               DISPLAY "ABEND: falha ao reabrir DD DIVERG para "
                   "gravacao - status " WS-FS-DIVERGENCIA
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-DIVERGENCIA TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao reabrir DD DIVERG"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ULTPES e VSAM: cada WRITE/REWRITE ja fica no cluster e nao
      * precisa ser fechado e reaberto aqui.
           CLOSE PENDVER-FILE
           OPEN EXTEND PENDVER-FILE
           IF WS-FS-PENDVER NOT = "00"
               DISPLAY "ABEND: falha ao reabrir DD PENDVER para "
                   "gravacao - status " WS-FS-PENDVER
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-PENDVER TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao reabrir DD PENDVER"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               CLOSE WEIGHIN-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-FILE
               CLOSE INTERCAMBIO-FILE
               CLOSE ULTPES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MONTAR-REGISTRO-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           COMPUTE CK-REGISTROS-PROCESSADOS =
           MOVE WS-CONT-LIDOS TO CK-CONT-LIDOS.
           MOVE WS-CONT-VALIDOS TO CK-CONT-VALIDOS.
           MOVE WS-CONT-REJEITADOS TO CK-CONT-REJEITADOS.
           MOVE WS-CONT-RETIDOS TO CK-CONT-RETIDOS.
           MOVE WS-EXECUCAO-ID TO CK-EXECUCAO-ID.
           MOVE WS-CONT-MAG-GRAVE TO CK-CONT-MAG-GRAVE.
           MOVE WS-CONT-MAG-MODERADA TO CK-CONT-MAG-MODERADA.
           MOVE WS-CONT-MAG-LEVE TO CK-CONT-MAG-LEVE.
                   TO CK-BLOCO-VALIDOS(WS-BLOCO-SUB)
               MOVE BL-REJEITADOS(WS-BLOCO-SUB)
                   TO CK-BLOCO-REJEITADOS(WS-BLOCO-SUB)
               MOVE BL-RETIDOS(WS-BLOCO-SUB)
                   TO CK-BLOCO-RETIDOS(WS-BLOCO-SUB)
           END-PERFORM.

       RESTAURAR-BLOCOS-CHECKPOINT.
                   TO BL-VALIDOS(WS-BLOCO-SUB)
               MOVE CK-BLOCO-REJEITADOS(WS-BLOCO-SUB)
                   TO BL-REJEITADOS(WS-BLOCO-SUB)
               MOVE CK-BLOCO-RETIDOS(WS-BLOCO-SUB)
                   TO BL-RETIDOS(WS-BLOCO-SUB)
           END-PERFORM.

       GRAVAR-CHECKPOINT.

       VALIDAR-ENTRADA.
           SET WS-ENTRADA-VALIDA TO TRUE.
           MOVE ZERO TO WS-SUSP-QTD-MOTIVOS.
           MOVE SPACES TO WS-SUSP-MOTIVOS.

           MOVE WI-PATIENT-ID TO WS-AUDIT-PACIENTE.

               MOVE "UNIDADE fora da tabela de unidades"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "UNI" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           END-IF.

      * Equipamento em branco passa (site que ainda nao informa);
      * informado tem que estar no cadastro, na unidade da pesagem e
      * em uso na data da pesagem - leitura de aparelho ja retirado
      * para aferencia nao pode entrar no historico.
           IF WI-EQUIPAMENTO NOT = SPACES
               MOVE WI-EQUIPAMENTO TO WS-EQP-BUSCA
               PERFORM LOCALIZAR-EQUIPAMENTO
               MOVE SPACES TO WS-AUDIT-MOTIVO
               EVALUATE TRUE
                   WHEN WS-EQP-ACHADO = ZERO
                       MOVE "EQUIPAMENTO fora do cadastro EQUIPTB"
                           TO WS-AUDIT-MOTIVO
                   WHEN WS-EQP-UNIDADE(WS-EQP-ACHADO) NOT = WI-UNIDADE
                       MOVE "EQUIPAMENTO cadastrado em outra unidade"
                           TO WS-AUDIT-MOTIVO
                   WHEN WS-EQP-RETIRADA(WS-EQP-ACHADO) > ZERO
                       AND WS-EQP-RETIRADA(WS-EQP-ACHADO)
                           <= WS-DATA-PESAGEM-NUM
                       MOVE "EQUIPAMENTO retirado de uso na data"
                           TO WS-AUDIT-MOTIVO
               END-EVALUATE
               IF WS-AUDIT-MOTIVO NOT = SPACES
                   DISPLAY "REJEITADO: EQUIPAMENTO invalido para "
                       "paciente " WI-PATIENT-ID " - valor="
                       WI-EQUIPAMENTO
                   SET WS-ENTRADA-INVALIDA TO TRUE
                   MOVE "EQUIPAM" TO WS-AUDIT-CAMPO
                   MOVE WI-EQUIPAMENTO TO WS-AUDIT-VALOR
                   PERFORM GRAVAR-AUDITORIA
                   MOVE "EQP" TO WS-SUSP-MOTIVO-NOVO
                   PERFORM ACUMULAR-MOTIVO-SUSPENSO
               END-IF
           END-IF.

           IF NOT WS-PAC-ENCONTRADO
               DISPLAY "REJEITADO: PACIENTE nao cadastrado no mestre "
                   "- id=" WI-PATIENT-ID
               MOVE "PATIENT_ID nao cadastrado no arquivo mestre"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "PAC" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           END-IF.

      * Paciente desativado pelo feed demografico do EHR (IMCPACAT)
               MOVE "PATIENT_ID desativado no arquivo mestre"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "INA" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           END-IF.

           IF WS-SEXO-PED-INVALIDO
               MOVE "SEXO invalido para idade pediatrica (M/F)"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "SEX" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           END-IF.

           IF WI-PESO-RAW IS NOT NUMERIC
               MOVE WI-PESO-RAW TO WS-AUDIT-VALOR
               MOVE "PESO nao numerico" TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "PES" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           ELSE
               MOVE WI-PESO-NUM TO WS-PESO
               IF WS-MODO-PEDIATRICO
                       MOVE "PESO fora da faixa plausivel (pediat.)"
                           TO WS-AUDIT-MOTIVO
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "PES" TO WS-SUSP-MOTIVO-NOVO
                       PERFORM ACUMULAR-MOTIVO-SUSPENSO
                   END-IF
               ELSE
                   IF WS-PESO < WS-PESO-MINIMO
                       MOVE "PESO fora da faixa plausivel"
                           TO WS-AUDIT-MOTIVO
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "PES" TO WS-SUSP-MOTIVO-NOVO
                       PERFORM ACUMULAR-MOTIVO-SUSPENSO
                   END-IF
               END-IF
           END-IF.
               MOVE WI-ALTURA-RAW TO WS-AUDIT-VALOR
               MOVE "ALTURA nao numerica" TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               MOVE "ALT" TO WS-SUSP-MOTIVO-NOVO
               PERFORM ACUMULAR-MOTIVO-SUSPENSO
           ELSE
               MOVE WI-ALTURA-NUM TO WS-ALTURA
               IF WS-MODO-PEDIATRICO
                       MOVE "ALTURA fora da faixa plausivel (pediat.)"
                           TO WS-AUDIT-MOTIVO
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "ALT" TO WS-SUSP-MOTIVO-NOVO
                       PERFORM ACUMULAR-MOTIVO-SUSPENSO
                   END-IF
               ELSE
                   IF WS-ALTURA = ZERO
                       MOVE "ALTURA fora da faixa plausivel"
                           TO WS-AUDIT-MOTIVO
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "ALT" TO WS-SUSP-MOTIVO-NOVO
                       PERFORM ACUMULAR-MOTIVO-SUSPENSO
                   END-IF
               END-IF
           END-IF.
                   MOVE "IMC excede a faixa representavel (9(3)V99)"
                       TO WS-AUDIT-MOTIVO
                   PERFORM GRAVAR-AUDITORIA
                   MOVE "IMC" TO WS-SUSP-MOTIVO-NOVO
                   PERFORM ACUMULAR-MOTIVO-SUSPENSO
           END-COMPUTE.

           IF WS-ENTRADA-VALIDA
                   WHEN OTHER
                       PERFORM CLASSIFICAR-ADULTO
               END-EVALUATE
               PERFORM LER-ULTIMA-PESAGEM
               IF NOT WS-BLOCO-VERIFICADO
                   PERFORM VERIFICAR-PLAUSIBILIDADE
               END-IF
           END-IF.
           IF WS-ENTRADA-VALIDA AND WS-PESAGEM-RETIDA
               PERFORM GRAVAR-PENDENTE-VERIFICACAO
           END-IF.
           IF WS-ENTRADA-VALIDA AND NOT WS-PESAGEM-RETIDA
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM GRAVAR-HISTORICO
               PERFORM ATUALIZAR-ULTIMA-PESAGEM
               PERFORM GRAVAR-INTERCAMBIO
               IF WS-CATEGORIA-CODE = "MG" OR "O2" OR "O3" OR "QO"
                   PERFORM GERAR-CARTA-REFERENCIA
               END-IF
           END-IF.

      * Le o resumo do paciente no ULTPES antes de qualquer
      * atualizacao: a ultima pesagem postada serve a conferencia de
      * plausibilidade e, depois do CALCULAR, a deteccao de
      * duplicatas.
       LER-ULTIMA-PESAGEM.
           MOVE "N" TO WS-ULT-SITUACAO.
           MOVE ZERO TO WS-ULT-DATA.
           MOVE ZERO TO WS-ULT-PESO.
           MOVE ZERO TO WS-ULT-ALTURA.
           MOVE ZERO TO WS-ULT-IMC.
           MOVE SPACES TO WS-ULT-CAT-CODE.
           MOVE SPACES TO WS-ULT-UNIDADE.
           MOVE SPACES TO WS-ULT-EXECUCAO.
           MOVE ZERO TO WS-ULT-SEQ.
           MOVE WI-PATIENT-ID TO UP-PATIENT-ID.
           READ ULTPES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF UP-DATA IS NUMERIC AND UP-PESO IS NUMERIC
                       AND UP-ALTURA IS NUMERIC AND UP-IMC IS NUMERIC
                       MOVE "S" TO WS-ULT-SITUACAO
                       MOVE UP-DATA TO WS-ULT-DATA
                       MOVE UP-PESO TO WS-ULT-PESO
                       MOVE UP-ALTURA TO WS-ULT-ALTURA
                       MOVE UP-IMC TO WS-ULT-IMC
                       MOVE UP-CATEGORIA-CODE TO WS-ULT-CAT-CODE
                       MOVE UP-UNIDADE TO WS-ULT-UNIDADE
                       MOVE UP-EXECUCAO TO WS-ULT-EXECUCAO
                       IF UP-SEQ-LIDOS IS NUMERIC
                           MOVE UP-SEQ-LIDOS TO WS-ULT-SEQ
                       END-IF
                   END-IF
           END-READ.

      * Compara a pesagem com a ultima postada do paciente (ULTPES).
      * A variacao aceita cresce com o intervalo entre as duas:
      * base + taxa diaria x dias (REFTAB PESBAS/PESDIA em kg,
      * ALTBAS/ALTDIA em cm). Alem disso a pesagem fica retida em
      * PENDVER ate a enfermeira-chefe liberar ou rejeitar (IMCVERIF)
      * - um erro de balanca ou de digitacao nao deve virar historico,
      * EHR nem carta. Paciente sem pesagem anterior nao e conferido.
       VERIFICAR-PLAUSIBILIDADE.
           MOVE "N" TO WS-RETIDA-PESO-SWITCH.
           MOVE "N" TO WS-RETIDA-ALTURA-SWITCH.
           IF WS-ULT-ENCONTRADA
               PERFORM COMPARAR-ULTIMA-PESAGEM
           END-IF.

       COMPARAR-ULTIMA-PESAGEM.
           COMPUTE WS-PLAUS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PESAGEM-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-ULT-DATA).
           IF WS-PLAUS-DIAS < ZERO
               COMPUTE WS-PLAUS-DIAS = ZERO - WS-PLAUS-DIAS
           END-IF.
           MOVE WS-PLAUS-DIAS TO WS-PLAUS-DIAS-EDIT.
           COMPUTE WS-PLAUS-LIMITE-PESO =
               WS-PLAUS-PESO-BASE + WS-PLAUS-PESO-DIA * WS-PLAUS-DIAS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PLAUS-LIMITE-PESO
           END-COMPUTE.
           COMPUTE WS-PLAUS-LIMITE-ALTURA =
               WS-PLAUS-ALTURA-BASE
               + WS-PLAUS-ALTURA-DIA * WS-PLAUS-DIAS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-PLAUS-LIMITE-ALTURA
           END-COMPUTE.
           COMPUTE WS-PLAUS-DIF-PESO = WS-PESO - WS-ULT-PESO.
           IF WS-PLAUS-DIF-PESO < ZERO
               COMPUTE WS-PLAUS-DIF-PESO = ZERO - WS-PLAUS-DIF-PESO
           END-IF.
           COMPUTE WS-PLAUS-DIF-ALTURA =
               (WS-ALTURA - WS-ULT-ALTURA) * 100.
           IF WS-PLAUS-DIF-ALTURA < ZERO
               COMPUTE WS-PLAUS-DIF-ALTURA = ZERO - WS-PLAUS-DIF-ALTURA
           END-IF.
           IF WS-PLAUS-DIF-PESO > WS-PLAUS-LIMITE-PESO
               MOVE "S" TO WS-RETIDA-PESO-SWITCH
               MOVE "S" TO WS-PESAGEM-RETIDA-SWITCH
               MOVE WS-ULT-PESO TO WS-PLAUS-ANT-EDIT
               MOVE WS-PESO TO WS-RPT-PESO-EDIT
               DISPLAY "RETIDO: variacao de PESO implausivel para "
                   "paciente " WI-PATIENT-ID " - anterior="
                   WS-PLAUS-ANT-EDIT " atual=" WS-RPT-PESO-EDIT
                   " dias=" WS-PLAUS-DIAS-EDIT
               MOVE "PESO" TO WS-AUDIT-CAMPO
               MOVE SPACES TO WS-AUDIT-VALOR
               STRING WS-PLAUS-ANT-EDIT "/" WS-RPT-PESO-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               MOVE SPACES TO WS-AUDIT-MOTIVO
               STRING "AVISO: PESO retido p/ verificacao - "
                   WS-PLAUS-DIAS-EDIT " dia(s)"
                   DELIMITED BY SIZE INTO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
           IF WS-PLAUS-DIF-ALTURA > WS-PLAUS-LIMITE-ALTURA
               MOVE "S" TO WS-RETIDA-ALTURA-SWITCH
               MOVE "S" TO WS-PESAGEM-RETIDA-SWITCH
               MOVE WS-ULT-ALTURA TO WS-PLAUS-ALT-ANT-EDIT
               MOVE WS-ALTURA TO WS-RPT-ALTURA-EDIT
               DISPLAY "RETIDO: variacao de ALTURA implausivel para "
                   "paciente " WI-PATIENT-ID " - anterior="
                   WS-PLAUS-ALT-ANT-EDIT " atual=" WS-RPT-ALTURA-EDIT
                   " dias=" WS-PLAUS-DIAS-EDIT
               MOVE "ALTURA" TO WS-AUDIT-CAMPO
               MOVE SPACES TO WS-AUDIT-VALOR
               STRING WS-PLAUS-ALT-ANT-EDIT "/" WS-RPT-ALTURA-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               MOVE SPACES TO WS-AUDIT-MOTIVO
               STRING "AVISO: ALTURA retida p/ verificacao - "
                   WS-PLAUS-DIAS-EDIT " dia(s)"
                   DELIMITED BY SIZE INTO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

      * Registro retido: o detalhe original do WEIGHIN como veio, com
      * site e data da pesagem (o IMCVERIF devolve o item liberado
      * num bloco "V" do REENVIO com essa data), a medida anterior
      * usada na conferencia e os campos que a reprovaram.
       GRAVAR-PENDENTE-VERIFICACAO.
           MOVE SPACES TO PENDVER-RECORD.
           MOVE WEIGHIN-RECORD TO PV-REGISTRO.
           MOVE WS-SITE-ORIGEM TO PV-SITE.
           MOVE WS-DATA-PESAGEM TO PV-DATA-PESAGEM.
           MOVE WS-EXECUCAO-DATA TO PV-DATA-RETENCAO.
           MOVE WS-ULT-DATA TO PV-DATA-ANTERIOR.
           MOVE WS-ULT-PESO TO PV-PESO-ANTERIOR.
           MOVE WS-ULT-ALTURA TO PV-ALTURA-ANTERIOR.
           EVALUATE TRUE
               WHEN WS-RETIDA-PESO AND WS-RETIDA-ALTURA
                   MOVE "PES ALT" TO PV-MOTIVOS
               WHEN WS-RETIDA-PESO
                   MOVE "PES" TO PV-MOTIVOS
               WHEN OTHER
                   MOVE "ALT" TO PV-MOTIVOS
           END-EVALUATE.
           WRITE PENDVER-RECORD.

      * Mantem o resumo do paciente no ULTPES a cada pesagem postada:
      * pesagem de data nova empurra a ultima para anterior; re-pesagem
      * do mesmo dia substitui a ultima sem empurrar (re-pesagem nao e
      * tendencia); pesagem de reenvio mais antiga que a ultima nao a
      * substitui - no maximo passa a ser a anterior, se for mais
      * recente que ela. Contagem e primeira data valem para todas.
       ATUALIZAR-ULTIMA-PESAGEM.
           PERFORM MONTAR-ULTIMA-PESAGEM.
           MOVE WI-PATIENT-ID TO UP-PATIENT-ID.
           READ ULTPES-FILE
               INVALID KEY
                   PERFORM CRIAR-ULTIMA-PESAGEM
                   WRITE ULTPES-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACUMULAR-ULTIMA-PESAGEM
                   REWRITE ULTPES-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           IF WS-FS-ULTPES NOT = "00"
               DISPLAY "AVISO: falha ao atualizar DD ULTPES para "
                   "paciente " WI-PATIENT-ID " - status " WS-FS-ULTPES
               MOVE WI-PATIENT-ID TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-ULTPES TO WS-AUDIT-VALOR
               MOVE "AVISO: ultima pesagem nao atualizada em ULTPES"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       MONTAR-ULTIMA-PESAGEM.
           MOVE WS-DATA-PESAGEM-NUM TO WS-NOVA-DATA.
           MOVE WS-PESO TO WS-NOVA-PESO.
           MOVE WS-ALTURA TO WS-NOVA-ALTURA.
           MOVE WS-IMC TO WS-NOVA-IMC.
           MOVE WS-CATEGORIA-CODE TO WS-NOVA-CAT-CODE.
           MOVE WS-CATEGORIA TO WS-NOVA-CATEGORIA.
           MOVE WI-UNIDADE TO WS-NOVA-UNIDADE.

       CRIAR-ULTIMA-PESAGEM.
           MOVE SPACES TO ULTPES-RECORD.
           MOVE WI-PATIENT-ID TO UP-PATIENT-ID.
           MOVE WS-UP-NOVA TO UP-ULTIMA.
           MOVE ZERO TO UP-ANT-DATA.
           MOVE ZERO TO UP-ANT-PESO.
           MOVE ZERO TO UP-ANT-ALTURA.
           MOVE ZERO TO UP-ANT-IMC.
           MOVE WS-DATA-PESAGEM-NUM TO UP-JAN-DATA.
           MOVE WS-PESO TO UP-JAN-PESO.
           MOVE WS-DATA-PESAGEM-NUM TO UP-PRIMEIRA-DATA.
           MOVE 1 TO UP-QTD-PESAGENS.
           MOVE WS-EXECUCAO-ID TO UP-EXECUCAO.
           MOVE WS-CONT-LIDOS TO UP-SEQ-LIDOS.

      * Registro gravado antes da ampliacao do layout (ou danificado)
      * e recriado com esta pesagem - o IMCULTRB reconstroi o resumo
      * completo a partir do historico.
       ACUMULAR-ULTIMA-PESAGEM.
           IF UP-DATA IS NOT NUMERIC
               OR UP-ANT-DATA IS NOT NUMERIC
               OR UP-JAN-DATA IS NOT NUMERIC
               OR UP-PRIMEIRA-DATA IS NOT NUMERIC
               OR UP-QTD-PESAGENS IS NOT NUMERIC
               PERFORM CRIAR-ULTIMA-PESAGEM
           ELSE
               ADD 1 TO UP-QTD-PESAGENS
               IF WS-DATA-PESAGEM-NUM < UP-PRIMEIRA-DATA
                   MOVE WS-DATA-PESAGEM-NUM TO UP-PRIMEIRA-DATA
               END-IF
               PERFORM AJUSTAR-JANELA-ULTIMA-PESAGEM
               EVALUATE TRUE
                   WHEN WS-DATA-PESAGEM-NUM > UP-DATA
                       MOVE UP-ULTIMA TO UP-ANTERIOR
                       MOVE WS-UP-NOVA TO UP-ULTIMA
                       MOVE WS-EXECUCAO-ID TO UP-EXECUCAO
                       MOVE WS-CONT-LIDOS TO UP-SEQ-LIDOS
                   WHEN WS-DATA-PESAGEM-NUM = UP-DATA
                       MOVE WS-UP-NOVA TO UP-ULTIMA
                       MOVE WS-EXECUCAO-ID TO UP-EXECUCAO
                       MOVE WS-CONT-LIDOS TO UP-SEQ-LIDOS
                   WHEN WS-DATA-PESAGEM-NUM NOT < UP-ANT-DATA
                       MOVE WS-UP-NOVA TO UP-ANTERIOR
               END-EVALUATE
           END-IF.

      * Pesagem mais antiga dentro dos 30 dias que terminam na ultima
      * pesagem (ja contando esta). Quando a guardada sai da janela, a
      * substituta e a mais antiga entre a anterior e a ultima ainda
      * dentro dela - o resumo nao guarda as pesagens intermediarias,
      * e a reconstrucao pelo IMCULTRB recalcula a exata. Pesagem do
      * mesmo dia da guardada a substitui (vale a ultima do dia).
       AJUSTAR-JANELA-ULTIMA-PESAGEM.
           MOVE UP-DATA TO WS-JAN-DATA-REF.
           IF WS-DATA-PESAGEM-NUM > WS-JAN-DATA-REF
               MOVE WS-DATA-PESAGEM-NUM TO WS-JAN-DATA-REF
           END-IF.
           COMPUTE WS-JAN-DIA-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-JAN-DATA-REF)
               - WS-JANELA-DIAS.
           MOVE ZERO TO WS-JAN-DIA-REGISTRO.
           IF UP-JAN-DATA > ZERO
               COMPUTE WS-JAN-DIA-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(UP-JAN-DATA)
           END-IF.
           IF WS-JAN-DIA-REGISTRO < WS-JAN-DIA-INICIO
               PERFORM SUBSTITUIR-INICIO-JANELA
           END-IF.
           COMPUTE WS-JAN-DIA-REGISTRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PESAGEM-NUM).
           IF WS-JAN-DIA-REGISTRO NOT < WS-JAN-DIA-INICIO
               AND (UP-JAN-DATA = ZERO
                   OR WS-DATA-PESAGEM-NUM NOT > UP-JAN-DATA)
               MOVE WS-DATA-PESAGEM-NUM TO UP-JAN-DATA
               MOVE WS-PESO TO UP-JAN-PESO
           END-IF.

       SUBSTITUIR-INICIO-JANELA.
           MOVE ZERO TO UP-JAN-DATA.
           MOVE ZERO TO UP-JAN-PESO.
           IF UP-ANT-DATA > ZERO
               COMPUTE WS-JAN-DIA-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(UP-ANT-DATA)
               IF WS-JAN-DIA-REGISTRO NOT < WS-JAN-DIA-INICIO
                   MOVE UP-ANT-DATA TO UP-JAN-DATA
                   MOVE UP-ANT-PESO TO UP-JAN-PESO
               END-IF
           END-IF.
           IF UP-JAN-DATA = ZERO
               COMPUTE WS-JAN-DIA-REGISTRO =
                   FUNCTION INTEGER-OF-DATE(UP-DATA)
               IF WS-JAN-DIA-REGISTRO NOT < WS-JAN-DIA-INICIO
                   MOVE UP-DATA TO UP-JAN-DATA
                   MOVE UP-PESO TO UP-JAN-PESO
               END-IF
           END-IF.

       DETERMINAR-MODO-PACIENTE.
      * Paciente so entra no modo pediatrico (requisito 007) se a
      * idade e o sexo vierem informados e validos; do contrario
      * mantem o comportamento adulto ja existente. Idade e sexo vem
      * do cadastro (PACIDX) quando ele os tem - um erro de digitacao
      * na idade de 2 digitos nao pode mais jogar um adolescente nas
      * faixas adultas da OMS ou um adulto nas curvas de percentil.
           SET WS-MODO-ADULTO TO TRUE.
           MOVE "N" TO WS-SEXO-PED-SITUACAO.
           MOVE "N" TO WS-DIVERGE-IDADE-SWITCH.
           MOVE "N" TO WS-DIVERGE-SEXO-SWITCH.
           PERFORM CALCULAR-IDADE-MESTRE.

           MOVE WI-SEXO TO WS-SEXO-CLASSIFICACAO.
           IF WS-PACIENTE-SEXO = "M" OR WS-PACIENTE-SEXO = "F"
               MOVE WS-PACIENTE-SEXO TO WS-SEXO-CLASSIFICACAO
               IF WI-SEXO NOT = SPACE
                   AND WI-SEXO NOT = WS-PACIENTE-SEXO
                   SET WS-DIVERGE-SEXO TO TRUE
               END-IF
           END-IF.

           IF WS-IDADE-MESTRE-VALIDA
               IF WS-IDADE-MESTRE > 99
                   MOVE 99 TO WS-IDADE
               ELSE
                   MOVE WS-IDADE-MESTRE TO WS-IDADE
               END-IF
      * Idade em branco e normal na pesagem de adulto; em branco para
      * quem o cadastro diz ser crianca e divergencia.
               IF WI-IDADE-RAW IS NUMERIC
                   IF WI-IDADE-NUM NOT = WS-IDADE-MESTRE
                       SET WS-DIVERGE-IDADE TO TRUE
                   END-IF
               ELSE
                   IF WI-IDADE-RAW NOT = SPACES
                       OR (WS-IDADE-MESTRE >= WS-IDADE-MINIMA-PED
                       AND WS-IDADE-MESTRE <= WS-IDADE-MAXIMA-PED)
                       SET WS-DIVERGE-IDADE TO TRUE
                   END-IF
               END-IF
               PERFORM DEFINIR-MODO-POR-IDADE
           ELSE
               IF WI-IDADE-RAW IS NUMERIC
                   MOVE WI-IDADE-NUM TO WS-IDADE
                   PERFORM DEFINIR-MODO-POR-IDADE
               END-IF
           END-IF.

       DEFINIR-MODO-POR-IDADE.
           IF WS-IDADE >= WS-IDADE-MINIMA-PED
               AND WS-IDADE <= WS-IDADE-MAXIMA-PED
               IF WS-SEXO-CLASSIFICACAO = "M"
                   OR WS-SEXO-CLASSIFICACAO = "F"
                   SET WS-MODO-PEDIATRICO TO TRUE
                   MOVE WS-SEXO-CLASSIFICACAO TO WS-SEXO
               ELSE
                   SET WS-SEXO-PED-INVALIDO TO TRUE
               END-IF
           END-IF.

      * Idade em anos completos na data da pesagem (a data de negocio,
      * ou a data original num bloco de reenvio). Nascimento ausente,
      * invalido ou posterior a pesagem deixa a idade do mestre
      * indisponivel.
       CALCULAR-IDADE-MESTRE.
           MOVE "N" TO WS-IDADE-MESTRE-SWITCH.
           MOVE ZERO TO WS-IDADE-MESTRE.
           IF WS-PAC-ENCONTRADO
               AND WS-NASC-AAAA IS NUMERIC
               AND WS-NASC-MM IS NUMERIC
               AND WS-NASC-DD IS NUMERIC
               AND WS-NASC-MM >= "01" AND WS-NASC-MM <= "12"
               AND WS-NASC-DD >= "01" AND WS-NASC-DD <= "31"
               MOVE WS-NASC-AAAA TO WS-NASC-DATA-AAAA
               MOVE WS-NASC-MM TO WS-NASC-DATA-MM
               MOVE WS-NASC-DD TO WS-NASC-DATA-DD
               IF WS-NASC-DATA-NUM <= WS-DATA-PESAGEM-NUM
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

      * Divergencia de cadastro: AUDITLOG com os dois valores e
      * registro no arquivo de divergencias, seja a pesagem aceita
      * (ja marcada no RELAT) ou rejeitada.
       REGISTRAR-DIVERGENCIA-CADASTRO.
           PERFORM MONTAR-DIVERGENCIA-EXIBICAO.
           MOVE WI-PATIENT-ID TO WS-AUDIT-PACIENTE.
           IF WS-DIVERGE-IDADE
               MOVE "IDADE" TO WS-AUDIT-CAMPO
               MOVE SPACES TO WS-AUDIT-VALOR
               STRING WS-DIV-IDADE-DIGITADA "/" WS-DIV-IDADE-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               MOVE SPACES TO WS-AUDIT-MOTIVO
               STRING "AVISO: IDADE dig/mestre divergem - nasc "
                   WS-PACIENTE-NASCIMENTO
                   DELIMITED BY SIZE INTO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
           IF WS-DIVERGE-SEXO
               MOVE "SEXO" TO WS-AUDIT-CAMPO
               MOVE SPACES TO WS-AUDIT-VALOR
               STRING WI-SEXO "/" WS-PACIENTE-SEXO
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               MOVE "AVISO: SEXO dig/mestre divergem"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
           END-IF.
           MOVE SPACES TO DIVERGENCIA-RECORD.
           MOVE WI-UNIDADE TO DV-UNIDADE.
           MOVE WS-SITE-ORIGEM TO DV-SITE.
           MOVE WI-PATIENT-ID TO DV-PATIENT-ID.
           MOVE WS-DATA-PESAGEM-EXIB TO DV-DATA-PESAGEM.
           MOVE WI-IDADE-RAW TO DV-IDADE-DIGITADA.
           MOVE WS-IDADE-MESTRE TO DV-IDADE-MESTRE.
           MOVE WI-SEXO TO DV-SEXO-DIGITADO.
           MOVE WS-PACIENTE-SEXO TO DV-SEXO-MESTRE.
           MOVE WS-PACIENTE-NASCIMENTO TO DV-NASCIMENTO.
           MOVE WS-DIVERGE-IDADE-SWITCH TO DV-DIVERGE-IDADE.
           MOVE WS-DIVERGE-SEXO-SWITCH TO DV-DIVERGE-SEXO.
           MOVE WS-MODO-PACIENTE TO DV-MODO.
           EVALUATE TRUE
               WHEN NOT WS-ENTRADA-VALIDA
                   MOVE "R" TO DV-SITUACAO
               WHEN WS-PESAGEM-RETIDA
                   MOVE "V" TO DV-SITUACAO
               WHEN OTHER
                   MOVE "A" TO DV-SITUACAO
           END-EVALUATE.
           WRITE DIVERGENCIA-RECORD.

       MONTAR-DIVERGENCIA-EXIBICAO.
           MOVE WI-IDADE-RAW TO WS-DIV-IDADE-DIGITADA.
           IF WS-DIV-IDADE-DIGITADA = SPACES
               MOVE "--" TO WS-DIV-IDADE-DIGITADA
           END-IF.
           MOVE WS-IDADE-MESTRE TO WS-DIV-IDADE-EDIT.

       CLASSIFICAR-PEDIATRICO.
           IF WS-SEXO = "M"
               PERFORM VARYING WS-PED-M-IDX FROM 1 BY 1
                   MOVE "O3" TO WS-CATEGORIA-CODE
           END-EVALUATE.

      * Segunda pesagem valida do mesmo paciente no mesmo movimento:
      * a nova vale como oficial. A anterior (a ultima do ULTPES antes
      * desta, gravada por esta execucao com sequencia menor) e
      * estornada das estatisticas do dia e listada no relatorio de
      * reconciliacao - as linhas dela ja gravadas em RELAT/HIST/INTERC
      * permanecem, e o RECONC e o registro de que foram superadas
      * (consumidores do HIST/INTERC ficam com a ultima linha do
      * paciente no dia). Pesagem da mesma data postada por OUTRA
      * execucao (movimento reprocessado) nao e estornada - as
      * estatisticas dela sao de outro RESUMO - e vai so como aviso
      * para a auditoria.
       VERIFICAR-DUPLICIDADE.
           IF WS-ULT-ENCONTRADA
               AND WS-ULT-DATA = WS-DATA-PESAGEM-NUM
               IF WS-ULT-EXECUCAO = WS-EXECUCAO-ID
                   IF WS-ULT-SEQ < WS-CONT-LIDOS
                       PERFORM ESTORNAR-PESAGEM-ANTERIOR
                       PERFORM GRAVAR-RECONC-LINHA
                   END-IF
               ELSE
                   MOVE WI-PATIENT-ID TO WS-AUDIT-PACIENTE
                   MOVE "DUPLICATA" TO WS-AUDIT-CAMPO
                   MOVE WS-ULT-EXECUCAO TO WS-AUDIT-VALOR
                   MOVE "AVISO: data ja postada por outra execucao"
                       TO WS-AUDIT-MOTIVO
                   PERFORM GRAVAR-AUDITORIA
               END-IF
           END-IF.

       LOCALIZAR-UNIDADE-ANTERIOR.
           MOVE ZERO TO WS-DUP-UNI.
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-UNI-QTD
               IF WS-UNI-CODIGO(WS-UNI-IDX) = WS-ULT-UNIDADE
                   MOVE WS-UNI-IDX TO WS-DUP-UNI
               END-IF
           END-PERFORM.

       ESTORNAR-PESAGEM-ANTERIOR.
           ADD 1 TO WS-CONT-SUBSTITUIDOS.
           SUBTRACT 1 FROM WS-CONT-VALIDOS.
           SUBTRACT WS-ULT-IMC FROM WS-SOMA-IMC.
           PERFORM LOCALIZAR-UNIDADE-ANTERIOR.
           IF WS-DUP-UNI > ZERO
               MOVE WS-ULT-CAT-CODE TO WS-CAT-CODIGO-BUSCA
               PERFORM CONVERTER-CATEGORIA-INDICE
               MOVE WS-DUP-UNI TO WS-UNI-SUB
               SUBTRACT 1 FROM WS-UNI-VALIDOS(WS-UNI-SUB)
               SUBTRACT WS-ULT-IMC
                   FROM WS-UNI-SOMA-IMC(WS-UNI-SUB)
               IF WS-CAT-INDICE > ZERO
                   SUBTRACT 1 FROM
                       WS-UNI-CONT-CAT(WS-UNI-SUB, WS-CAT-INDICE)
               END-IF
           END-IF.
           EVALUATE WS-ULT-CAT-CODE
               WHEN "MG" SUBTRACT 1 FROM WS-CONT-MAG-GRAVE
               WHEN "MM" SUBTRACT 1 FROM WS-CONT-MAG-MODERADA
               WHEN "ML" SUBTRACT 1 FROM WS-CONT-MAG-LEVE
           WRITE RECONC-LINE.

       GRAVAR-RECONC-LINHA.
           MOVE WS-ULT-PESO TO WS-DUP-PESO-EDIT.
           MOVE WS-ULT-IMC TO WS-DUP-IMC-EDIT.
           MOVE SPACES TO RECONC-LINE.
           STRING WI-PATIENT-ID " " WS-ULT-SEQ " "
               WS-DUP-PESO-EDIT " " WS-DUP-IMC-EDIT " "
               WS-ULT-CAT-CODE
               DELIMITED BY SIZE INTO RECONC-LINE.
           WRITE RECONC-LINE.

                   DELIMITED BY SIZE INTO RECONC-LINE
           END-IF.
           WRITE RECONC-LINE.
           IF BL-REENVIO(WS-BLOCO-IDX) = "S"
               MOVE SPACES TO RECONC-LINE
               STRING "  (BLOCO DE REENVIO DA SUSPENSAO - DATA "
                   "ORIGINAL DA PESAGEM)"
                   DELIMITED BY SIZE INTO RECONC-LINE
               WRITE RECONC-LINE
           END-IF.
           IF BL-REENVIO(WS-BLOCO-IDX) = "V"
               MOVE SPACES TO RECONC-LINE
               STRING "  (BLOCO LIBERADO NA VERIFICACAO CLINICA - "
                   "DATA ORIGINAL DA PESAGEM)"
                   DELIMITED BY SIZE INTO RECONC-LINE
               WRITE RECONC-LINE
           END-IF.
           IF BL-RETIDOS(WS-BLOCO-IDX) > ZERO
               MOVE BL-RETIDOS(WS-BLOCO-IDX) TO WS-CTL-CONT-EDIT
               MOVE SPACES TO RECONC-LINE
               STRING "  (RETIDOS P/ VERIFICACAO CLINICA"
                   WS-CTL-CONT-EDIT " - FORA DOS VALIDOS)"
                   DELIMITED BY SIZE INTO RECONC-LINE
               WRITE RECONC-LINE
           END-IF.

       LOCALIZAR-UNIDADE.
           MOVE ZERO TO WS-UNI-ACHADO.
               END-IF
           END-PERFORM.

       LOCALIZAR-EQUIPAMENTO.
           MOVE ZERO TO WS-EQP-ACHADO.
           PERFORM VARYING WS-EQP-IDX FROM 1 BY 1
                   UNTIL WS-EQP-IDX > WS-EQP-QTD
                   OR WS-EQP-ACHADO > ZERO
               IF WS-EQP-ID(WS-EQP-IDX) = WS-EQP-BUSCA
                   SET WS-EQP-ACHADO TO WS-EQP-IDX
               END-IF
           END-PERFORM.

      * Indice da categoria (1 a 12, ordem de WS-UNI-CONT-CAT e
      * WS-CAT-NOMES) a partir do codigo em WS-CAT-CODIGO-BUSCA.
       CONVERTER-CATEGORIA-INDICE.
               WHEN "ALTMPD"
                   MOVE RL-VALOR-NUM TO WS-ALTURA-MINIMA-PED
                   MOVE "S" TO WS-REF-ALTMPD-FLAG
               WHEN "PESBAS"
                   MOVE RL-VALOR-NUM TO WS-PLAUS-PESO-BASE
                   MOVE "S" TO WS-REF-PESBAS-FLAG
               WHEN "PESDIA"
                   MOVE RL-VALOR-NUM TO WS-PLAUS-PESO-DIA
                   MOVE "S" TO WS-REF-PESDIA-FLAG
               WHEN "ALTBAS"
                   MOVE RL-VALOR-NUM TO WS-PLAUS-ALTURA-BASE
                   MOVE "S" TO WS-REF-ALTBAS-FLAG
               WHEN "ALTDIA"
                   MOVE RL-VALOR-NUM TO WS-PLAUS-ALTURA-DIA
                   MOVE "S" TO WS-REF-ALTDIA-FLAG
               WHEN OTHER
                   MOVE "REFTAB" TO WS-AUDIT-CAMPO
                   MOVE RL-NOME TO WS-AUDIT-VALOR
               OR WS-REF-ALTMAX-FLAG = "N"
               OR WS-REF-PESMPD-FLAG = "N"
               OR WS-REF-ALTMPD-FLAG = "N"
               OR WS-REF-PESBAS-FLAG = "N"
               OR WS-REF-PESDIA-FLAG = "N"
               OR WS-REF-ALTBAS-FLAG = "N"
               OR WS-REF-ALTDIA-FLAG = "N"
               MOVE "REFTAB" TO WS-AUDIT-CAMPO
               MOVE "LIMITES" TO WS-AUDIT-VALOR
               MOVE "ABEND: limite de validacao ausente no REFTAB"
               END-IF
           END-PERFORM.

       CARREGAR-CADASTRO-EQUIPAMENTOS.
           OPEN INPUT EQUIPAM-FILE.
           IF WS-FS-EQUIPAM NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD EQUIPTB - "
                   "status " WS-FS-EQUIPAM
               MOVE SPACES TO WS-AUDIT-PACIENTE
               MOVE "ARQUIVO" TO WS-AUDIT-CAMPO
               MOVE WS-FS-EQUIPAM TO WS-AUDIT-VALOR
               MOVE "ABEND: falha ao abrir DD EQUIPTB"
                   TO WS-AUDIT-MOTIVO
               PERFORM GRAVAR-AUDITORIA
               CLOSE AUDITORIA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-UM-EQUIPAMENTO UNTIL WS-EQP-EOF.
           CLOSE EQUIPAM-FILE.

       CARREGAR-UM-EQUIPAMENTO.
           READ EQUIPAM-FILE
               AT END SET WS-EQP-EOF TO TRUE
               NOT AT END
                   IF EQUIPAM-RECORD NOT = SPACES
                       AND EQUIPAM-RECORD(1:1) NOT = "*"
                       PERFORM GUARDAR-EQUIPAMENTO
                   END-IF
           END-READ.

       GUARDAR-EQUIPAMENTO.
           MOVE "EQUIPTB" TO WS-AUDIT-CAMPO.
           MOVE EQ-ID TO WS-AUDIT-VALOR.
           MOVE ZERO TO WS-UNI-ACHADO.
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                   UNTIL WS-UNI-IDX > WS-UNI-QTD
               IF WS-UNI-CODIGO(WS-UNI-IDX) = EQ-UNIDADE
                   MOVE WS-UNI-IDX TO WS-UNI-ACHADO
               END-IF
           END-PERFORM.
           IF EQ-ID = SPACES OR WS-UNI-ACHADO = ZERO
               OR (EQ-TIPO NOT = "B" AND EQ-TIPO NOT = "E"
                   AND EQ-TIPO NOT = "C")
               OR (EQ-RETIRADA NOT = SPACES
                   AND EQ-RETIRADA IS NOT NUMERIC)
               MOVE "ABEND: linha invalida no cadastro EQUIPTB"
                   TO WS-AUDIT-MOTIVO
               PERFORM ABEND-CADASTRO-EQUIPAMENTOS
           END-IF.
           MOVE EQ-ID TO WS-EQP-BUSCA.
           PERFORM LOCALIZAR-EQUIPAMENTO.
           IF WS-EQP-ACHADO > ZERO
               MOVE "ABEND: equipamento repetido no cadastro EQUIPTB"
                   TO WS-AUDIT-MOTIVO
               PERFORM ABEND-CADASTRO-EQUIPAMENTOS
           END-IF.
           IF WS-EQP-QTD >= WS-EQP-LIMITE
               MOVE "ABEND: EQUIPTB excede a tabela interna"
                   TO WS-AUDIT-MOTIVO
               PERFORM ABEND-CADASTRO-EQUIPAMENTOS
           END-IF.
           ADD 1 TO WS-EQP-QTD.
           MOVE EQ-ID TO WS-EQP-ID(WS-EQP-QTD).
           MOVE EQ-UNIDADE TO WS-EQP-UNIDADE(WS-EQP-QTD).
           IF EQ-RETIRADA = SPACES
               MOVE ZERO TO WS-EQP-RETIRADA(WS-EQP-QTD)
           ELSE
               MOVE EQ-RETIRADA-NUM TO WS-EQP-RETIRADA(WS-EQP-QTD)
           END-IF.

       ABEND-CADASTRO-EQUIPAMENTOS.
           MOVE SPACES TO WS-AUDIT-PACIENTE.
           DISPLAY "ABEND: cadastro de equipamentos (DD EQUIPTB) "
               "invalido - " WS-AUDIT-MOTIVO " " EQ-ID.
           PERFORM GRAVAR-AUDITORIA.
           CLOSE EQUIPAM-FILE.
           CLOSE AUDITORIA-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ABEND-TABELA-REFERENCIA.
           MOVE SPACES TO WS-AUDIT-PACIENTE.
           DISPLAY "ABEND: tabela de referencia (DD REFTAB) invalida "
               WS-IMC-EDIT "  " WS-CATEGORIA
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-DIVERGE-IDADE OR WS-DIVERGE-SEXO
               PERFORM GRAVAR-AVISO-DIVERGENCIA-RELAT
           END-IF.
           MOVE WI-UNIDADE TO WS-UNIDADE-ANTERIOR.
           MOVE WS-SITE-ORIGEM TO WS-SITE-ANTERIOR.
           ADD 1 TO WS-GRUPO-CONT.
           ADD WS-IMC TO WS-GRUPO-SOMA-IMC.

      * Linha de aviso logo abaixo do detalhe: os dois valores, o
      * digitado e o do mestre (que foi o usado na classificacao).
       GRAVAR-AVISO-DIVERGENCIA-RELAT.
           PERFORM MONTAR-DIVERGENCIA-EXIBICAO.
           MOVE SPACES TO RELATORIO-LINE.
           IF WS-DIVERGE-IDADE AND WS-DIVERGE-SEXO
               STRING "       *** DIVERGE DO CADASTRO: IDADE DIG "
                   WS-DIV-IDADE-DIGITADA " MESTRE " WS-DIV-IDADE-EDIT
                   " - SEXO DIG " WI-SEXO " MESTRE " WS-PACIENTE-SEXO
                   " (NASC. " WS-PACIENTE-NASCIMENTO ")"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               IF WS-DIVERGE-IDADE
                   STRING "       *** DIVERGE DO CADASTRO: IDADE DIG "
                       WS-DIV-IDADE-DIGITADA " MESTRE "
                       WS-DIV-IDADE-EDIT
                       " (NASC. " WS-PACIENTE-NASCIMENTO ")"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               ELSE
                   STRING "       *** DIVERGE DO CADASTRO: SEXO DIG "
                       WI-SEXO " MESTRE " WS-PACIENTE-SEXO
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               END-IF
           END-IF.
           WRITE RELATORIO-LINE.

      * Subtotal do bloco de unidade corrente do RELAT - emitido na
      * troca de unidade e no fim do arquivo.
       GRAVAR-SUBTOTAL-UNIDADE.
       GRAVAR-HISTORICO.
           MOVE SPACES TO HISTORICO-RECORD.
           MOVE WI-PATIENT-ID TO HI-PATIENT-ID.
           MOVE WS-DATA-PESAGEM-EXIB TO HI-DATA.
           MOVE WS-HORA-EXIBICAO TO HI-HORA.
           MOVE WS-PESO TO HI-PESO.
           MOVE WS-ALTURA TO HI-ALTURA.
           MOVE WS-CATEGORIA TO HI-CATEGORIA.
           MOVE WI-UNIDADE TO HI-UNIDADE.
           MOVE WS-SITE-ORIGEM TO HI-SITE.
           MOVE WI-EQUIPAMENTO TO HI-EQUIPAMENTO.
           MOVE WS-EXECUCAO-DATA TO HI-DATA-EXEC.
           MOVE WS-EXECUCAO-HORA TO HI-HORA-EXEC.
           WRITE HISTORICO-RECORD.

       GRAVAR-CABECALHO-INTERCAMBIO.
           MOVE SPACES TO INTERCAMBIO-LINE.
           STRING "PATIENT_ID,NOME,DATA,HORA,PESO,ALTURA,IDADE,SEXO,"
               "MODO,IMC,CATEGORIA_CODE,CATEGORIA,SITE,ACAO,"
               "EQUIPAMENTO,DATA_EXEC,HORA_EXEC"
               DELIMITED BY SIZE INTO INTERCAMBIO-LINE.
           WRITE INTERCAMBIO-LINE.

           MOVE SPACES TO INTERCAMBIO-LINE.
           STRING FUNCTION TRIM(WI-PATIENT-ID) ","
               FUNCTION TRIM(WS-PACIENTE-NOME) ","
               WS-DATA-PESAGEM-EXIB ","
               WS-HORA-EXIBICAO "," WS-IC-PESO-EDIT ","
               WS-IC-ALTURA-EDIT "," WS-IC-IDADE-EDIT ","
               WS-IC-SEXO-EDIT "," FUNCTION TRIM(WS-IC-MODO-EDIT) ","
               WS-IC-IMC-EDIT "," WS-CATEGORIA-CODE ","
               FUNCTION TRIM(WS-CATEGORIA) "," WS-SITE-ORIGEM
               ",I," WI-EQUIPAMENTO "," WS-EXECUCAO-DATA ","
               WS-EXECUCAO-HORA
               DELIMITED BY SIZE INTO INTERCAMBIO-LINE.
           WRITE INTERCAMBIO-LINE.

                   DELIMITED BY SIZE INTO CARTAS-LINE
               WRITE CARTAS-LINE
           END-IF.
           IF WS-BLOCO-REENVIO
               MOVE SPACES TO CARTAS-LINE
               IF WS-BLOCO-VERIFICADO
                   STRING "(PESAGEM DE " WS-DATA-PESAGEM-EXIB
                       " CONFIRMADA NA VERIFICACAO CLINICA)"
                       DELIMITED BY SIZE INTO CARTAS-LINE
               ELSE
                   STRING "(PESAGEM DE " WS-DATA-PESAGEM-EXIB
                       " CORRIGIDA E REENVIADA DA SUSPENSAO)"
                       DELIMITED BY SIZE INTO CARTAS-LINE
               END-IF
               WRITE CARTAS-LINE
           END-IF.
           MOVE SPACES TO CARTAS-LINE.
           WRITE CARTAS-LINE.

               DELIMITED BY SIZE INTO RESUMO-LINE.
           WRITE RESUMO-LINE.

           MOVE SPACES TO RESUMO-LINE.
           STRING "TOTAL RETIDOS P/ VERIFICACAO...: "
               WS-CONT-RETIDOS
               DELIMITED BY SIZE INTO RESUMO-LINE.
           WRITE RESUMO-LINE.

           MOVE SPACES TO RESUMO-LINE.
           STRING "TOTAL DE PESAGENS SUBSTITUIDAS.: "
               WS-CONT-SUBSTITUIDOS
                   WS-CTL-CONT-EDIT ", VALIDOS" WS-CTL-CONT2-EDIT
                   ", REJEITADOS" WS-CTL-CONT3-EDIT
                   DELIMITED BY SIZE INTO RESUMO-LINE
               IF BL-RETIDOS(WS-BLOCO-IDX) > ZERO
                   MOVE BL-RETIDOS(WS-BLOCO-IDX) TO WS-CTL-CONT-EDIT
                   STRING ", RETIDOS" WS-CTL-CONT-EDIT
                       DELIMITED BY SIZE INTO RESUMO-LINE(57:20)
               END-IF
           ELSE
               STRING "  SITE " BL-SITE(WS-BLOCO-IDX)
                   ": BLOCO REJEITADO - "
           PERFORM GRAVAR-CHECKPOINT-FINAL.
      * RC=8 sinaliza bloco(s) de site rejeitado(s) num dia em que os
      * demais sites processaram; RC=4 continua sendo rejeicao de
      * registros individuais, ou pesagem retida para verificacao
      * clinica (PENDVER a tratar no IMCVERIF). Definido antes do
      * registro de controle de execucoes, que carrega o codigo de
      * retorno final.
           IF WS-CONT-BLOCOS-INVALIDOS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-REJEITADOS > ZERO
                   OR WS-CONT-RETIDOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE HISTORICO-FILE.
           CLOSE INTERCAMBIO-FILE.
           CLOSE RECALL-FILE.
           CLOSE SUSPENSO-FILE.
           CLOSE DIVERGENCIA-FILE.
           CLOSE ULTPES-FILE.
           CLOSE PENDVER-FILE.
           CLOSE PACMST-FILE.
           CLOSE AUDITORIA-FILE.

           SET WS-BLOCO-IDX TO WS-BLOCO-SUB.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE "SIT" TO RR-TIPO.
           MOVE WS-EXECUCAO-DATA TO RR-DATA-EXEC.
           MOVE WS-EXECUCAO-HORA TO RR-HORA-EXEC.
           MOVE WS-DATA-NEGOCIO-EXIB TO RR-DATA-MOV.
           MOVE BL-SITE(WS-BLOCO-IDX) TO RR-SITE.
           MOVE BL-LIDOS(WS-BLOCO-IDX) TO RR-LIDOS.
       GRAVAR-RUN-CONTROL-TOTAL.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE "TOT" TO RR-TIPO.
           MOVE WS-EXECUCAO-DATA TO RR-DATA-EXEC.
           MOVE WS-EXECUCAO-HORA TO RR-HORA-EXEC.
           MOVE WS-DATA-NEGOCIO-EXIB TO RR-DATA-MOV.
           MOVE "TOD" TO RR-SITE.
           MOVE WS-CONT-LIDOS TO RR-LIDOS.
