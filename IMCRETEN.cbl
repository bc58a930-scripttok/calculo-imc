       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCRETEN.
       AUTHOR RAFAEL.

      * Retencao e eliminacao dos dados de pacientes desativados. O
      * IMCPACAT marca o paciente como inativo (SITUACAO "I", com a
      * data da desativacao) quando o EHR o encerra, mas as pesagens,
      * linhas de intercambio e auditoria, recalls, alertas e o
      * pseudonimo de pesquisa dele ficavam nos arquivos do IMC para
      * sempre. Este programa aplica a politica de retencao:
      *   - seleciona no mestre (PACMST) os inativos com a desativacao
      *     mais antiga que o prazo de retencao (DD RETPARM) e os
      *     pedidos formais de eliminacao do encarregado de protecao
      *     de dados (DD ELIMPED), que valem ja, sem esperar o prazo;
      *   - da a cada paciente selecionado um codigo anonimo ("*" + 5
      *     digitos, sorteado na serie - a ordem dos codigos nao segue
      *     a dos IDs) e troca o PATIENT_ID por ele no HIST, em todas as
      *     geracoes do arquivo morto (HISTARC), no INTERC (o nome sai
      *     em branco), no AUDITLOG, no RECALL e no ALRMST - as linhas
      *     continuam la, entao as contagens do IMCMES, do IMCENCRL e o
      *     extrato de pesquisa nao mudam;
      *   - no mestre, apaga nome, nascimento e sexo do registro do
      *     paciente (o ID fica, com a data de eliminacao, para o feed
      *     do EHR nao trazer os dados de volta) e inclui o registro do
      *     codigo anonimo com nascimento e sexo, sem nome - e dali que
      *     o IMCPSEUD tira a faixa etaria e o sexo do extrato;
      *   - no PSEUXREF, o pseudonimo de pesquisa passa para o codigo
      *     anonimo (a coorte dos pesquisadores segue igual e a
      *     correspondencia com o paciente real deixa de existir);
      *   - tira da suspensao (SUSPENSO) e das pendencias de
      *     verificacao (PENDVER) as pesagens nunca postadas dele.
      * Cada arquivo e regravado num NEW que o job copia por cima do
      * vivo so se a conferencia fechou; o PACIDX e o ULTPES sao
      * recarregados no mesmo job a partir dos arquivos ja
      * anonimizados. O relatorio (RETREL) traz, por paciente, o que
      * foi encontrado e o que foi feito em cada arquivo, com o campo
      * de visto do encarregado de protecao de dados - e a evidencia
      * da eliminacao, documento restrito (lista os IDs eliminados).
      *
      * O arquivo morto volta numa geracao so. Linhas dele com mais de
      * 60 meses (24 no HIST vivo pelo IMCHPURG + 36 geracoes do GDG)
      * saem aqui, como sairiam na rotacao do GDG - sem isso, juntar as
      * geracoes manteria o dado antigo para alem do horizonte.
      *
      * Formato do parametro (DD RETPARM, primeira linha):
      *   pos 01-03  meses de retencao apos a desativacao (em branco =
      *              060)
      *   pos 05-14  operador que executa a eliminacao (obrigatorio)
      * Parametro ausente ou invalido da RC=16 sem tocar em nada.
      *
      * Formato dos pedidos formais de eliminacao (DD ELIMPED), CSV:
      *   PATIENT_ID,PROTOCOLO,DATA_PEDIDO,OPERADOR
      *   PROTOCOLO   = numero do pedido no registro do encarregado
      *   DATA_PEDIDO = dd/mm/aaaa
      *   OPERADOR    = quem registrou o pedido
      * So paciente ja desativado pelo EHR pode ser eliminado: pedido
      * de paciente ativo, fora do mestre ou ja eliminado e rejeitado
      * e listado. Arquivo ausente = nenhum pedido.
      *
      * O mestre tem que chegar ordenado por PATIENT_ID, como o
      * IMCPACAT o grava - os codigos anonimos entram no inicio dele
      * e do PSEUXREF sem SORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO RETPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT PEDIDO-FILE ASSIGN TO ELIMPED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.

           SELECT PACMST-FILE ASSIGN TO PACMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACMST.

           SELECT PACMST-NOVO-FILE ASSIGN TO PACMNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACMST-NOVO.

           SELECT HISTORICO-FILE ASSIGN TO HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT HISTORICO-NOVO-FILE ASSIGN TO HISTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO-NOVO.

           SELECT ARQUIVO-MORTO-FILE ASSIGN TO HISTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-MORTO.

           SELECT ARQUIVO-NOVO-FILE ASSIGN TO ARCNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO-NOVO.

           SELECT INTERCAMBIO-FILE ASSIGN TO INTERC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERCAMBIO.

           SELECT INTERCAMBIO-NOVO-FILE ASSIGN TO INTCNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERCAMBIO-NOVO.

           SELECT AUDITORIA-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT AUDITORIA-NOVO-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA-NOVO.

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

      * Referencia cruzada pseudonimo x paciente do IMCPSEUD - arquivo
      * RESTRITO. So e lida aqui; o job recarrega o cluster a partir
      * do XREFNEW.
           SELECT XREF-FILE ASSIGN TO PSEUXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PATIENT-ID
               FILE STATUS IS WS-FS-XREF.

           SELECT XREF-NOVO-FILE ASSIGN TO XREFNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XREF-NOVO.

           SELECT RELATORIO-FILE ASSIGN TO RETREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD        PIC X(80).

       FD  PEDIDO-FILE.
       01  PEDIDO-LINE             PIC X(100).

      * Mesmo layout de 74 bytes do mestre mantido pelo IMCPACAT.
       FD  PACMST-FILE.
       01  PACMST-RECORD           PIC X(74).

       FD  PACMST-NOVO-FILE.
       01  PACMST-NOVO-RECORD      PIC X(74).

      * Mesmo layout gravado por GRAVAR-HISTORICO no IMC.cbl - HIST e
      * as geracoes do arquivo morto.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD        PIC X(117).

       FD  HISTORICO-NOVO-FILE.
       01  HISTORICO-NOVO-RECORD   PIC X(117).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

       FD  ARQUIVO-NOVO-FILE.
       01  ARQUIVO-NOVO-RECORD     PIC X(117).

      * Mesma linha CSV gravada por GRAVAR-INTERCAMBIO no IMC.cbl
      * (PATIENT_ID e NOME sao as duas primeiras colunas).
       FD  INTERCAMBIO-FILE.
       01  INTERCAMBIO-LINE        PIC X(163).

       FD  INTERCAMBIO-NOVO-FILE.
       01  INTERCAMBIO-NOVO-LINE   PIC X(163).

      * Mesma linha CSV gravada por GRAVAR-AUDITORIA no IMC.cbl:
      * DATA,HORA,PATIENT_ID,CAMPO,VALOR,MOTIVO.
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE          PIC X(100).

       FD  AUDITORIA-NOVO-FILE.
       01  AUDITORIA-NOVO-LINE     PIC X(100).

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

      * Mesmo layout de suspensao gravado pelo IMC.cbl - o registro
      * de pesagem original comeca pelo PATIENT_ID.
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD         PIC X(80).

       FD  SUSPENSO-NOVO-FILE.
       01  SUSPENSO-NOVO-RECORD    PIC X(80).

      * Mesmo layout de pendencias de verificacao gravado pelo IMC.cbl.
       FD  PENDVER-FILE.
       01  PENDVER-RECORD          PIC X(81).

       FD  PENDVER-NOVO-FILE.
       01  PENDVER-NOVO-RECORD     PIC X(81).

      * Mesmo layout da referencia cruzada do IMCPSEUD.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 XR-PSEUDONIMO        PIC X(8).
           05 FILLER               PIC X(1).
           05 XR-DATA-ATRIBUICAO   PIC X(10).

       FD  XREF-NOVO-FILE.
       01  XREF-NOVO-RECORD        PIC X(26).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-PARAMETRO         PIC XX VALUE "00".
       01  WS-FS-PEDIDO            PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-PACMST-NOVO       PIC XX VALUE "00".
       01  WS-FS-HISTORICO         PIC XX VALUE "00".
       01  WS-FS-HISTORICO-NOVO    PIC XX VALUE "00".
       01  WS-FS-ARQUIVO-MORTO     PIC XX VALUE "00".
       01  WS-FS-ARQUIVO-NOVO      PIC XX VALUE "00".
       01  WS-FS-INTERCAMBIO       PIC XX VALUE "00".
       01  WS-FS-INTERCAMBIO-NOVO  PIC XX VALUE "00".
       01  WS-FS-AUDITORIA         PIC XX VALUE "00".
       01  WS-FS-AUDITORIA-NOVO    PIC XX VALUE "00".
       01  WS-FS-RECALL            PIC XX VALUE "00".
       01  WS-FS-RECALL-NOVO       PIC XX VALUE "00".
       01  WS-FS-ALRMST            PIC XX VALUE "00".
       01  WS-FS-ALRMST-NOVO       PIC XX VALUE "00".
       01  WS-FS-SUSPENSO          PIC XX VALUE "00".
       01  WS-FS-SUSPENSO-NOVO     PIC XX VALUE "00".
       01  WS-FS-PENDVER           PIC XX VALUE "00".
       01  WS-FS-PENDVER-NOVO      PIC XX VALUE "00".
       01  WS-FS-XREF              PIC XX VALUE "00".
       01  WS-FS-XREF-NOVO         PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".

       01  WS-EOF-PED-SWITCH       PIC X VALUE "N".
           88 WS-EOF-PED           VALUE "Y".
       01  WS-EOF-MST-SWITCH       PIC X VALUE "N".
           88 WS-EOF-MST           VALUE "Y".
       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88 WS-EOF-HIST          VALUE "Y".
       01  WS-EOF-ARQ-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ARQ           VALUE "Y".
       01  WS-EOF-INT-SWITCH       PIC X VALUE "N".
           88 WS-EOF-INT           VALUE "Y".
       01  WS-EOF-AUD-SWITCH       PIC X VALUE "N".
           88 WS-EOF-AUD           VALUE "Y".
       01  WS-EOF-RCL-SWITCH       PIC X VALUE "N".
           88 WS-EOF-RCL           VALUE "Y".
       01  WS-EOF-ALR-SWITCH       PIC X VALUE "N".
           88 WS-EOF-ALR           VALUE "Y".
       01  WS-EOF-SUS-SWITCH       PIC X VALUE "N".
           88 WS-EOF-SUS           VALUE "Y".
       01  WS-EOF-PEN-SWITCH       PIC X VALUE "N".
           88 WS-EOF-PEN           VALUE "Y".
       01  WS-EOF-XREF-SWITCH      PIC X VALUE "N".
           88 WS-EOF-XREF          VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA
                                   PIC 9(8).
       01  WS-DATA-EXIBICAO        PIC X(10).
       01  WS-HORA-SISTEMA         PIC 9(8).

      * Parametro da execucao (DD RETPARM).
       01  WS-PARAMETRO.
           05 WS-PRM-MESES         PIC X(3).
           05 WS-PRM-MESES-NUM REDEFINES WS-PRM-MESES
                                   PIC 9(3).
           05 FILLER               PIC X(1).
           05 WS-PRM-OPERADOR      PIC X(10).
           05 FILLER               PIC X(66).
       01  WS-PRM-ERRO             PIC X(50).

      * Prazo de retencao apos a desativacao, em meses: desativado ate
      * a data de corte (hoje menos o prazo, mesmo dia do mes, no
      * maximo o ultimo dia do mes) e eliminado.
       01  WS-MESES-RETENCAO       PIC 9(3) VALUE 060.
       01  WS-MES-INDICE-HOJE      PIC 9(6).
       01  WS-MES-INDICE-CORTE     PIC 9(6).
       01  WS-DATA-CORTE.
           05 WS-CORTE-AAAA        PIC 9(4).
           05 WS-CORTE-MM          PIC 9(2).
           05 WS-CORTE-DD          PIC 9(2).
       01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE
                                   PIC 9(8).
       01  WS-DATA-CORTE-EXIB      PIC X(10).

      * Horizonte do arquivo morto em meses (24 no HIST vivo + 36
      * geracoes do GDG): linha com mes anterior ao do horizonte sai.
       01  WS-MESES-HORIZONTE      PIC 9(3) VALUE 060.
       01  WS-MES-INDICE-HORIZONTE PIC 9(6).
       01  WS-MES-INDICE-REG       PIC 9(6).

      * Conversao de data dd/mm/aaaa para AAAAMMDD; data invalida
      * devolve zero.
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
       01  WS-DATA-CONVERTIDA      PIC 9(8).

      * Registros em area de trabalho (layouts do IMCPACAT, do IMC.cbl
      * e do IMCTREND).
       01  WS-MST-REG.
           05 MR-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 MR-NOME              PIC X(30).
           05 FILLER               PIC X(1).
           05 MR-NASCIMENTO        PIC X(10).
           05 FILLER               PIC X(1).
           05 MR-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 MR-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 MR-DATA-DESATIVACAO  PIC X(10).
           05 FILLER               PIC X(1).
           05 MR-DATA-ELIMINACAO   PIC X(10).

       01  WS-REG-HISTORICO.
           05 WS-HT-PATIENT-ID     PIC X(6).
           05 FILLER               PIC X(1).
           05 WS-HT-DATA           PIC X(10).
           05 FILLER               PIC X(100).

       01  WS-RCL-REG.
           05 WR-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(49).

       01  WS-ALR-REG.
           05 WA-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(82).

       01  WS-SUS-REG.
           05 WU-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(74).

       01  WS-PEN-REG.
           05 WP-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(75).

      * Data da linha do arquivo morto para o horizonte.
       01  WS-DATA-HIST.
           05 WS-HIST-DD           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-HIST-MM           PIC X(2).
           05 FILLER               PIC X(1).
           05 WS-HIST-AAAA         PIC X(4).
       01  WS-HIST-AAAA-NUM        PIC 9(4).
       01  WS-HIST-MM-NUM          PIC 9(2).

      * Campos das linhas CSV (INTERC e AUDITLOG) - o ID vem num campo
      * maior que 6 para o cabecalho "PATIENT_ID" nunca casar.
       01  WS-CSV-ID               PIC X(10).
       01  WS-CSV-NOME             PIC X(30).
       01  WS-CSV-PONTEIRO         PIC 9(3).
       01  WS-AUD-DATA             PIC X(10).
       01  WS-AUD-HORA             PIC X(8).
       01  WS-AUD-CAMPO            PIC X(10).
       01  WS-AUD-VALOR            PIC X(15).
       01  WS-AUD-RESTO            PIC X(100).

      * Linha do arquivo de pedidos formais.
       01  WS-PED-ID               PIC X(6).
       01  WS-PED-PROTOCOLO        PIC X(15).
       01  WS-PED-DATA             PIC X(10).
       01  WS-PED-OPERADOR         PIC X(10).

      * Pedidos formais de eliminacao: P = pendente (valido, ainda
      * sem paciente), A = aceito, R = rejeitado com o motivo.
       01  WS-PED-QTD              PIC 9(3) VALUE ZERO.
       01  WS-PED-LIMITE           PIC 9(3) VALUE 200.
       01  WS-PED-TABELA.
           05 WS-PED-ITEM OCCURS 200 TIMES.
               10 PD-ID            PIC X(6).
               10 PD-PROTOCOLO     PIC X(15).
               10 PD-DATA          PIC X(10).
               10 PD-OPERADOR      PIC X(10).
               10 PD-SITUACAO      PIC X(1).
               10 PD-MOTIVO        PIC X(40).
       01  WS-PED-SUB              PIC 9(3).
       01  WS-PED-ACHADO           PIC 9(3).

      * Pacientes a eliminar nesta execucao, na ordem do mestre (ja
      * ordenado por PATIENT_ID) - a busca e binaria (SEARCH ALL),
      * porque cada linha do HIST, do arquivo morto e dos logs passa
      * por ela. As posicoes livres ficam com HIGH-VALUES na chave.
      * Cabem ate WS-PAC-LIMITE por execucao; os selecionados pelo
      * prazo alem disso ficam para a proxima (os pedidos formais tem
      * lugar reservado).
       01  WS-PAC-QTD              PIC 9(5) VALUE ZERO.
       01  WS-PAC-LIMITE           PIC 9(5) VALUE 5000.
       01  WS-PAC-LIMITE-PRAZO     PIC 9(5) VALUE ZERO.
       01  WS-PAC-TABELA.
           05 WS-PAC-ITEM OCCURS 5000 TIMES
                   ASCENDING KEY IS PE-ID
                   INDEXED BY WS-PAC-IDX.
               10 PE-ID            PIC X(6).
               10 PE-CODIGO        PIC X(6).
               10 PE-ORIGEM        PIC X(1).
               10 PE-PEDIDO        PIC 9(3).
               10 PE-DATA-DESATIVACAO PIC X(10).
               10 PE-NASCIMENTO    PIC X(10).
               10 PE-SEXO          PIC X(1).
               10 PE-PSEUDONIMO    PIC X(8).
               10 PE-PSEUDO-DATA   PIC X(10).
               10 PE-QTD-XREF      PIC 9(1).
               10 PE-QTD-MESTRE    PIC 9(3).
               10 PE-QTD-HIST      PIC 9(7).
               10 PE-QTD-ARQ       PIC 9(7).
               10 PE-QTD-ARQ-EXPIRADO PIC 9(7).
               10 PE-QTD-INTERC    PIC 9(7).
               10 PE-QTD-AUDIT     PIC 9(7).
               10 PE-QTD-RECALL    PIC 9(5).
               10 PE-QTD-ALERTA    PIC 9(5).
               10 PE-QTD-SUSPENSO  PIC 9(5).
               10 PE-QTD-PENDENTE  PIC 9(5).
       01  WS-PAC-SUB              PIC 9(5).
       01  WS-PAC-ACHADO           PIC 9(5).
       01  WS-ID-PROCURADO         PIC X(6).
       01  WS-ID-ANTERIOR          PIC X(6).

      * Sorteio dos codigos anonimos: WS-ORD-NUMERO(i) = posicao na
      * serie do codigo do paciente i; WS-ORD-PACIENTE(k) = paciente
      * que recebeu o k-esimo codigo (para gravar os codigos novos em
      * ordem no mestre e no PSEUXREF).
       01  WS-ORDEM-TABELA.
           05 WS-ORDEM-ITEM OCCURS 5000 TIMES.
               10 WS-ORD-NUMERO    PIC 9(5).
               10 WS-ORD-PACIENTE  PIC 9(5).
       01  WS-ORD-SUB              PIC 9(5).
       01  WS-ORD-TROCA            PIC 9(5).
       01  WS-ORD-AUX              PIC 9(5).
       01  WS-SORTEIO              PIC V9(9).
       01  WS-ULTIMO-CODIGO        PIC 9(5) VALUE ZERO.
       01  WS-CODIGO-LIMITE        PIC 9(6) VALUE 99999.
       01  WS-CODIGO-NUM           PIC 9(5).
       01  WS-CODIGOS-GRAVADOS     PIC X VALUE "N".
       01  WS-XREF-SWITCH          PIC X VALUE "N".
           88 WS-XREF-EXISTE       VALUE "S".

      * Linha do quadro por arquivo e da evidencia por paciente.
       01  WS-QD-NOME              PIC X(20).
       01  WS-QD-ANTES             PIC 9(7).
       01  WS-QD-ANONIMIZADOS      PIC 9(7).
       01  WS-QD-RETIRADOS         PIC 9(7).
       01  WS-QD-INCLUIDOS         PIC 9(7).
       01  WS-QD-DEPOIS            PIC 9(7).
       01  WS-EV-ARQUIVO           PIC X(10).
       01  WS-EV-ANONIMIZADOS      PIC 9(7).
       01  WS-EV-RETIRADOS         PIC 9(7).
       01  WS-EV-ENCONTRADOS       PIC 9(7).
       01  WS-EV-PROVIDENCIA       PIC X(60).
       01  WS-CONFERENCIA-SWITCH   PIC X VALUE "S".
           88 WS-CONFERENCIA-OK    VALUE "S".

       01  WS-CONT-PED-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-PED-ACEITOS     PIC 9(7) VALUE ZERO.
       01  WS-CONT-PED-REJEITADOS  PIC 9(7) VALUE ZERO.
       01  WS-CONT-POR-PRAZO       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ADIADOS         PIC 9(7) VALUE ZERO.
       01  WS-CONT-SEM-DATA        PIC 9(7) VALUE ZERO.
       01  WS-CONT-MST-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-MST-ANONIMOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-MST-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-MST-CODIGOS     PIC 9(7) VALUE ZERO.
       01  WS-CONT-MST-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-HIST-GRAVADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-ARQ-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ARQ-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-ARQ-EXPIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-ARQ-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-INT-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-INT-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-INT-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-AUD-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-AUD-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-AUD-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-RCL-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-ALR-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-SUS-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-LIDOS       PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-RETIRADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-PEN-GRAVADOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-XREF-LIDOS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-XREF-ANONIMIZADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-XREF-GRAVADOS   PIC 9(7) VALUE ZERO.
       01  WS-CONT-XREF-CODIGOS    PIC 9(7) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM CARREGAR-PEDIDOS.
           PERFORM SELECIONAR-PACIENTES.
           PERFORM LISTAR-PEDIDOS.
           IF WS-PAC-QTD = ZERO
               PERFORM ENCERRAR-SEM-ELIMINACAO
           END-IF.
           PERFORM SORTEAR-CODIGOS.
           PERFORM LOCALIZAR-PSEUDONIMOS.
           PERFORM REGRAVAR-MESTRE.
           PERFORM PROCESSAR-HISTORICO.
           PERFORM PROCESSAR-ARQUIVO-MORTO.
           PERFORM PROCESSAR-INTERCAMBIO.
           PERFORM PROCESSAR-AUDITORIA.
           PERFORM PROCESSAR-RECALLS.
           PERFORM PROCESSAR-ALERTAS.
           PERFORM PROCESSAR-SUSPENSOS.
           PERFORM PROCESSAR-PENDENTES.
           PERFORM PROCESSAR-XREF.
           PERFORM GRAVAR-EVIDENCIAS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.
           PERFORM LER-PARAMETRO.
           PERFORM CALCULAR-DATA-CORTE.
           COMPUTE WS-MES-INDICE-HORIZONTE =
               WS-MES-INDICE-HOJE - WS-MESES-HORIZONTE.
           MOVE HIGH-VALUES TO WS-PAC-TABELA.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RETREL - "
                   "status " WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "RETENCAO E ELIMINACAO DE DADOS DE PACIENTES "
               "DESATIVADOS - EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PRAZO APOS A DESATIVACAO: " WS-MESES-RETENCAO
               " MESES (DESATIVADOS ATE " WS-DATA-CORTE-EXIB
               ")   OPERADOR: " WS-PRM-OPERADOR
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DOCUMENTO RESTRITO - LISTA OS PATIENT_ID "
               "ELIMINADOS; GUARDAR COMO EVIDENCIA DA PROTECAO DE "
               "DADOS"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Sem operador ou com prazo invalido nao ha eliminacao: RC=16
      * antes de abrir qualquer arquivo.
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
           IF WS-PRM-MESES NOT = SPACES
               IF WS-PRM-MESES IS NOT NUMERIC
                   OR WS-PRM-MESES-NUM = ZERO
                   MOVE "PRAZO DE RETENCAO INVALIDO (001 A 999 MESES)"
                       TO WS-PRM-ERRO
               ELSE
                   MOVE WS-PRM-MESES-NUM TO WS-MESES-RETENCAO
               END-IF
           END-IF.
           IF WS-PRM-ERRO = SPACES
               AND WS-PRM-OPERADOR = SPACES
               MOVE "OPERADOR NAO INFORMADO" TO WS-PRM-ERRO
           END-IF.
           IF WS-PRM-ERRO NOT = SPACES
               DISPLAY "ERRO: parametro RETPARM invalido - "
                   WS-PRM-ERRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Data de corte = hoje menos o prazo, por mes-indice (ano*12 +
      * mes, como na poda do IMCHPURG); dia 29 a 31 que o mes de corte
      * nao tem vira o ultimo dia dele.
       CALCULAR-DATA-CORTE.
           COMPUTE WS-MES-INDICE-HOJE =
               WS-SIS-AAAA * 12 + WS-SIS-MM.
           COMPUTE WS-MES-INDICE-CORTE =
               WS-MES-INDICE-HOJE - WS-MESES-RETENCAO.
           COMPUTE WS-CORTE-AAAA = (WS-MES-INDICE-CORTE - 1) / 12.
           COMPUTE WS-CORTE-MM =
               WS-MES-INDICE-CORTE - WS-CORTE-AAAA * 12.
           MOVE WS-SIS-DD TO WS-CORTE-DD.
           IF WS-CORTE-MM = 2 AND WS-CORTE-DD > 28
               MOVE 28 TO WS-CORTE-DD
           END-IF.
           IF (WS-CORTE-MM = 4 OR WS-CORTE-MM = 6 OR WS-CORTE-MM = 9
               OR WS-CORTE-MM = 11) AND WS-CORTE-DD > 30
               MOVE 30 TO WS-CORTE-DD
           END-IF.
           STRING WS-CORTE-DD "/" WS-CORTE-MM "/" WS-CORTE-AAAA
               DELIMITED BY SIZE INTO WS-DATA-CORTE-EXIB.

       CONVERTER-DATA.
           MOVE ZERO TO WS-DATA-CONVERTIDA.
           MOVE WS-CNV-AAAA TO WS-NUM-AAAA.
           MOVE WS-CNV-MM TO WS-NUM-MM.
           MOVE WS-CNV-DD TO WS-NUM-DD.
           IF WS-DATA-AAAAMMDD IS NUMERIC
               AND WS-NUM-MM >= "01" AND WS-NUM-MM <= "12"
               AND WS-NUM-DD >= "01" AND WS-NUM-DD <= "31"
               MOVE WS-DATA-AAAAMMDD-NUM TO WS-DATA-CONVERTIDA
           END-IF.

      * Carrega os pedidos formais; arquivo ausente significa nenhum
      * pedido. Pedido sem ID, sem protocolo, sem operador, com data
      * invalida ou futura, ou repetido no arquivo e rejeitado ja na
      * carga e listado mais adiante.
       CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDO-FILE.
           IF WS-FS-PEDIDO = "00"
               PERFORM CARREGAR-UM-PEDIDO UNTIL WS-EOF-PED
               CLOSE PEDIDO-FILE
           ELSE
               IF WS-FS-PEDIDO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD ELIMPED "
                       "- status " WS-FS-PEDIDO
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WS-PAC-LIMITE-PRAZO = WS-PAC-LIMITE - WS-PED-QTD.

       CARREGAR-UM-PEDIDO.
           READ PEDIDO-FILE
               AT END SET WS-EOF-PED TO TRUE
               NOT AT END
                   IF PEDIDO-LINE NOT = SPACES
                       ADD 1 TO WS-CONT-PED-LIDOS
                       MOVE SPACES TO WS-PED-ID WS-PED-PROTOCOLO
                           WS-PED-DATA WS-PED-OPERADOR
                       UNSTRING PEDIDO-LINE DELIMITED BY ","
                           INTO WS-PED-ID WS-PED-PROTOCOLO
                               WS-PED-DATA WS-PED-OPERADOR
                       IF WS-PED-QTD >= WS-PED-LIMITE
                           DISPLAY "ERRO: pedidos de eliminacao "
                               "excedem a tabela interna de "
                               WS-PED-LIMITE " entradas"
                           CLOSE PEDIDO-FILE
                           CLOSE RELATORIO-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PED-QTD
                       PERFORM GUARDAR-PEDIDO
                   END-IF
           END-READ.

       GUARDAR-PEDIDO.
           MOVE WS-PED-ID TO PD-ID(WS-PED-QTD).
           MOVE WS-PED-PROTOCOLO TO PD-PROTOCOLO(WS-PED-QTD).
           MOVE WS-PED-DATA TO PD-DATA(WS-PED-QTD).
           MOVE WS-PED-OPERADOR TO PD-OPERADOR(WS-PED-QTD).
           MOVE SPACE TO PD-SITUACAO(WS-PED-QTD).
           MOVE SPACES TO PD-MOTIVO(WS-PED-QTD).
           MOVE WS-PED-DATA TO WS-DATA-CONV.
           PERFORM CONVERTER-DATA.
           EVALUATE TRUE
               WHEN WS-PED-ID = SPACES
                   MOVE "PATIENT_ID ausente" TO PD-MOTIVO(WS-PED-QTD)
               WHEN WS-PED-PROTOCOLO = SPACES
                   MOVE "PROTOCOLO ausente" TO PD-MOTIVO(WS-PED-QTD)
               WHEN WS-DATA-CONVERTIDA = ZERO
                   MOVE "DATA_PEDIDO invalida (dd/mm/aaaa)"
                       TO PD-MOTIVO(WS-PED-QTD)
               WHEN WS-DATA-CONVERTIDA > WS-DATA-SISTEMA-NUM
                   MOVE "DATA_PEDIDO posterior a hoje"
                       TO PD-MOTIVO(WS-PED-QTD)
               WHEN WS-PED-OPERADOR = SPACES
                   MOVE "OPERADOR ausente" TO PD-MOTIVO(WS-PED-QTD)
               WHEN OTHER
                   MOVE WS-PED-ID TO WS-ID-PROCURADO
                   PERFORM LOCALIZAR-PEDIDO
                   IF WS-PED-ACHADO > ZERO
                       MOVE "pedido repetido no arquivo"
                           TO PD-MOTIVO(WS-PED-QTD)
                   END-IF
           END-EVALUATE.
           IF PD-MOTIVO(WS-PED-QTD) = SPACES
               MOVE "P" TO PD-SITUACAO(WS-PED-QTD)
           ELSE
               MOVE "R" TO PD-SITUACAO(WS-PED-QTD)
           END-IF.

      * Pedido pendente (valido, ainda sem paciente) do ID procurado.
       LOCALIZAR-PEDIDO.
           MOVE ZERO TO WS-PED-ACHADO.
           PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                   UNTIL WS-PED-SUB > WS-PED-QTD
                   OR WS-PED-ACHADO > ZERO
               IF PD-SITUACAO(WS-PED-SUB) = "P"
                   AND PD-ID(WS-PED-SUB) = WS-ID-PROCURADO
                   MOVE WS-PED-SUB TO WS-PED-ACHADO
               END-IF
           END-PERFORM.

      * Primeira passada no mestre: escolhe os pacientes a eliminar,
      * resolve os pedidos e apura o ultimo codigo anonimo ja usado
      * (a serie continua do proprio mestre, como o pseudonimo no
      * IMCPSEUD - sem arquivo de controle a parte). Mestre fora de
      * ordem abenda: os codigos novos entram no inicio dele sem SORT.
       SELECIONAR-PACIENTES.
           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACMST - "
                   "status " WS-FS-PACMST
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WS-ID-ANTERIOR.
           PERFORM LER-MESTRE.
           PERFORM EXAMINAR-MESTRE UNTIL WS-EOF-MST.
           CLOSE PACMST-FILE.
           PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                   UNTIL WS-PED-SUB > WS-PED-QTD
               IF PD-SITUACAO(WS-PED-SUB) = "P"
                   MOVE "R" TO PD-SITUACAO(WS-PED-SUB)
                   MOVE "nao cadastrado no mestre"
                       TO PD-MOTIVO(WS-PED-SUB)
               END-IF
           END-PERFORM.

       LER-MESTRE.
           READ PACMST-FILE
               AT END SET WS-EOF-MST TO TRUE
           END-READ.

       EXAMINAR-MESTRE.
           ADD 1 TO WS-CONT-MST-LIDOS.
           MOVE PACMST-RECORD TO WS-MST-REG.
           IF MR-PATIENT-ID < WS-ID-ANTERIOR
               DISPLAY "ERRO: mestre PACMST fora de ordem em "
                   "PATIENT_ID " MR-PATIENT-ID " - rodar o IMCPACAT "
                   "antes"
               CLOSE PACMST-FILE
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN MR-PATIENT-ID(1:1) = "*"
                   ADD 1 TO WS-CONT-MST-ANONIMOS
                   IF MR-PATIENT-ID(2:5) IS NUMERIC
                       MOVE MR-PATIENT-ID(2:5) TO WS-CODIGO-NUM
                       IF WS-CODIGO-NUM > WS-ULTIMO-CODIGO
                           MOVE WS-CODIGO-NUM TO WS-ULTIMO-CODIGO
                       END-IF
                   END-IF
               WHEN MR-PATIENT-ID = WS-ID-ANTERIOR
                   IF WS-PAC-QTD > ZERO
                       AND MR-PATIENT-ID = PE-ID(WS-PAC-QTD)
                       ADD 1 TO PE-QTD-MESTRE(WS-PAC-QTD)
                   END-IF
               WHEN OTHER
                   PERFORM AVALIAR-PACIENTE
           END-EVALUATE.
           MOVE MR-PATIENT-ID TO WS-ID-ANTERIOR.
           PERFORM LER-MESTRE.

      * Pedido formal vale para inativo ainda nao eliminado, com ou sem
      * prazo vencido; sem pedido, so o prazo desde a desativacao.
       AVALIAR-PACIENTE.
           MOVE MR-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-PEDIDO.
           EVALUATE TRUE
               WHEN MR-DATA-ELIMINACAO NOT = SPACES
                   IF WS-PED-ACHADO > ZERO
                       MOVE "R" TO PD-SITUACAO(WS-PED-ACHADO)
                       STRING "ja eliminado em " MR-DATA-ELIMINACAO
                           DELIMITED BY SIZE
                           INTO PD-MOTIVO(WS-PED-ACHADO)
                   END-IF
               WHEN MR-SITUACAO NOT = "I"
                   IF WS-PED-ACHADO > ZERO
                       MOVE "R" TO PD-SITUACAO(WS-PED-ACHADO)
                       MOVE "paciente ativo - o EHR desativa antes"
                           TO PD-MOTIVO(WS-PED-ACHADO)
                   END-IF
               WHEN WS-PED-ACHADO > ZERO
                   MOVE "A" TO PD-SITUACAO(WS-PED-ACHADO)
                   ADD 1 TO WS-CONT-PED-ACEITOS
                   PERFORM GUARDAR-PACIENTE
                   MOVE "S" TO PE-ORIGEM(WS-PAC-QTD)
                   MOVE WS-PED-ACHADO TO PE-PEDIDO(WS-PAC-QTD)
               WHEN MR-DATA-DESATIVACAO = SPACES
                   ADD 1 TO WS-CONT-SEM-DATA
               WHEN OTHER
                   MOVE MR-DATA-DESATIVACAO TO WS-DATA-CONV
                   PERFORM CONVERTER-DATA
                   IF WS-DATA-CONVERTIDA = ZERO
                       ADD 1 TO WS-CONT-SEM-DATA
                   ELSE
                       IF WS-DATA-CONVERTIDA <= WS-DATA-CORTE-NUM
                           PERFORM SELECIONAR-POR-PRAZO
                       END-IF
                   END-IF
           END-EVALUATE.

       SELECIONAR-POR-PRAZO.
           IF WS-CONT-POR-PRAZO >= WS-PAC-LIMITE-PRAZO
               ADD 1 TO WS-CONT-ADIADOS
           ELSE
               ADD 1 TO WS-CONT-POR-PRAZO
               PERFORM GUARDAR-PACIENTE
               MOVE "P" TO PE-ORIGEM(WS-PAC-QTD)
               MOVE ZERO TO PE-PEDIDO(WS-PAC-QTD)
           END-IF.

       GUARDAR-PACIENTE.
           ADD 1 TO WS-PAC-QTD.
           MOVE MR-PATIENT-ID TO PE-ID(WS-PAC-QTD).
           MOVE SPACES TO PE-CODIGO(WS-PAC-QTD).
           MOVE MR-DATA-DESATIVACAO TO PE-DATA-DESATIVACAO(WS-PAC-QTD).
           MOVE MR-NASCIMENTO TO PE-NASCIMENTO(WS-PAC-QTD).
           MOVE MR-SEXO TO PE-SEXO(WS-PAC-QTD).
           MOVE SPACES TO PE-PSEUDONIMO(WS-PAC-QTD).
           MOVE SPACES TO PE-PSEUDO-DATA(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-XREF(WS-PAC-QTD).
           MOVE 1 TO PE-QTD-MESTRE(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-HIST(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-ARQ(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-ARQ-EXPIRADO(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-INTERC(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-AUDIT(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-RECALL(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-ALERTA(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-SUSPENSO(WS-PAC-QTD).
           MOVE ZERO TO PE-QTD-PENDENTE(WS-PAC-QTD).

       LISTAR-PEDIDOS.
           MOVE "PEDIDOS FORMAIS DE ELIMINACAO (ELIMPED):"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-PED-QTD = ZERO
               MOVE "  NENHUM." TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                   UNTIL WS-PED-SUB > WS-PED-QTD
               MOVE SPACES TO RELATORIO-LINE
               IF PD-SITUACAO(WS-PED-SUB) = "A"
                   STRING "  " PD-ID(WS-PED-SUB) "  PROTOCOLO "
                       PD-PROTOCOLO(WS-PED-SUB) "  DE "
                       PD-DATA(WS-PED-SUB) "  OPERADOR "
                       PD-OPERADOR(WS-PED-SUB) "  -> ACEITO"
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               ELSE
                   ADD 1 TO WS-CONT-PED-REJEITADOS
                   STRING "  " PD-ID(WS-PED-SUB) "  PROTOCOLO "
                       PD-PROTOCOLO(WS-PED-SUB) "  DE "
                       PD-DATA(WS-PED-SUB) "  OPERADOR "
                       PD-OPERADOR(WS-PED-SUB) "  -> REJEITADO: "
                       PD-MOTIVO(WS-PED-SUB)
                       DELIMITED BY SIZE INTO RELATORIO-LINE
               END-IF
               WRITE RELATORIO-LINE
           END-PERFORM.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Nenhum paciente a eliminar: o relatorio fecha com os pedidos e
      * os totais do mestre e a RC=12 pula as copias - os arquivos
      * vivos ficam intactos e o ELIMPED fica para correcao.
       ENCERRAR-SEM-ELIMINACAO.
           PERFORM GRAVAR-RODAPE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "*** NENHUM PACIENTE COM PRAZO VENCIDO NEM PEDIDO "
               "ACEITO - NADA ELIMINADO ***"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           CLOSE RELATORIO-FILE.
           DISPLAY "ERRO: nenhum paciente a eliminar em "
               WS-DATA-EXIBICAO.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * Codigos anonimos: a serie continua do ultimo ja usado no
      * mestre e a posicao de cada paciente nela e sorteada (troca de
      * Fisher-Yates com FUNCTION RANDOM semeada pela hora), para o
      * codigo nao poder ser deduzido da ordem dos IDs no relatorio.
       SORTEAR-CODIGOS.
           IF WS-ULTIMO-CODIGO + WS-PAC-QTD > WS-CODIGO-LIMITE
               DISPLAY "ERRO: serie de codigos anonimos esgotada - "
                   "ultimo " WS-ULTIMO-CODIGO " + " WS-PAC-QTD
                   " pacientes"
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-PAC-QTD
               MOVE WS-ORD-SUB TO WS-ORD-NUMERO(WS-ORD-SUB)
           END-PERFORM.
           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-HORA-SISTEMA).
           PERFORM VARYING WS-ORD-SUB FROM WS-PAC-QTD BY -1
                   UNTIL WS-ORD-SUB < 2
               COMPUTE WS-SORTEIO = FUNCTION RANDOM
               COMPUTE WS-ORD-TROCA = WS-SORTEIO * WS-ORD-SUB + 1
               IF WS-ORD-TROCA > WS-ORD-SUB
                   MOVE WS-ORD-SUB TO WS-ORD-TROCA
               END-IF
               MOVE WS-ORD-NUMERO(WS-ORD-SUB) TO WS-ORD-AUX
               MOVE WS-ORD-NUMERO(WS-ORD-TROCA)
                   TO WS-ORD-NUMERO(WS-ORD-SUB)
               MOVE WS-ORD-AUX TO WS-ORD-NUMERO(WS-ORD-TROCA)
           END-PERFORM.
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAC-QTD
               MOVE WS-ORD-NUMERO(WS-PAC-SUB) TO WS-ORD-SUB
               MOVE WS-PAC-SUB TO WS-ORD-PACIENTE(WS-ORD-SUB)
               COMPUTE WS-CODIGO-NUM = WS-ULTIMO-CODIGO + WS-ORD-SUB
               STRING "*" WS-CODIGO-NUM
                   DELIMITED BY SIZE INTO PE-CODIGO(WS-PAC-SUB)
           END-PERFORM.

      * Pseudonimo de pesquisa de cada paciente (leitura direta). XREF
      * ainda inexistente (IMCPSEUD nunca rodou) = nenhum pseudonimo.
       LOCALIZAR-PSEUDONIMOS.
           OPEN INPUT XREF-FILE.
           IF WS-FS-XREF = "00"
               SET WS-XREF-EXISTE TO TRUE
               PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                       UNTIL WS-PAC-SUB > WS-PAC-QTD
                   MOVE PE-ID(WS-PAC-SUB) TO XR-PATIENT-ID
                   READ XREF-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO PE-QTD-XREF(WS-PAC-SUB)
                           MOVE XR-PSEUDONIMO
                               TO PE-PSEUDONIMO(WS-PAC-SUB)
                           MOVE XR-DATA-ATRIBUICAO
                               TO PE-PSEUDO-DATA(WS-PAC-SUB)
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           ELSE
               IF WS-FS-XREF NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD PSEUXREF "
                       "- status " WS-FS-XREF
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Segunda passada no mestre: os registros de codigo anonimo
      * antigos saem primeiro, depois os codigos novos em ordem (antes
      * do primeiro ID que nao comeca com "*"), depois o resto - o
      * eliminado com nome, nascimento e sexo apagados e a data de
      * eliminacao.
       REGRAVAR-MESTRE.
           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel reabrir DD PACMST - "
                   "status " WS-FS-PACMST
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PACMST-NOVO-FILE.
           IF WS-FS-PACMST-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACMNEW - "
                   "status " WS-FS-PACMST-NOVO
               CLOSE PACMST-FILE
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-MST-SWITCH.
           PERFORM LER-MESTRE.
           PERFORM REGRAVAR-UM-MESTRE UNTIL WS-EOF-MST.
           IF WS-CODIGOS-GRAVADOS = "N"
               PERFORM GRAVAR-CODIGOS-MESTRE
           END-IF.
           CLOSE PACMST-FILE.
           CLOSE PACMST-NOVO-FILE.

       REGRAVAR-UM-MESTRE.
           MOVE PACMST-RECORD TO WS-MST-REG.
           IF MR-PATIENT-ID(1:1) NOT = "*"
               AND WS-CODIGOS-GRAVADOS = "N"
               PERFORM GRAVAR-CODIGOS-MESTRE
           END-IF.
           MOVE MR-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               MOVE SPACES TO MR-NOME
               MOVE SPACES TO MR-NASCIMENTO
               MOVE SPACE TO MR-SEXO
               MOVE "I" TO MR-SITUACAO
               MOVE WS-DATA-EXIBICAO TO MR-DATA-ELIMINACAO
               ADD 1 TO WS-CONT-MST-ANONIMIZADOS
           END-IF.
           MOVE WS-MST-REG TO PACMST-NOVO-RECORD.
           WRITE PACMST-NOVO-RECORD.
           ADD 1 TO WS-CONT-MST-GRAVADOS.
           PERFORM LER-MESTRE.

      * Registro do codigo anonimo: sem nome, com nascimento e sexo
      * (faixa etaria e sexo do extrato de pesquisa), inativo e so com
      * a data de eliminacao. A data de desativacao fica apenas no
      * registro do ID real - repetida aqui, religaria cada codigo ao
      * paciente e desfaria o sorteio.
       GRAVAR-CODIGOS-MESTRE.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-PAC-QTD
               MOVE WS-ORD-PACIENTE(WS-ORD-SUB) TO WS-PAC-SUB
               MOVE SPACES TO WS-MST-REG
               MOVE PE-CODIGO(WS-PAC-SUB) TO MR-PATIENT-ID
               MOVE PE-NASCIMENTO(WS-PAC-SUB) TO MR-NASCIMENTO
               MOVE PE-SEXO(WS-PAC-SUB) TO MR-SEXO
               MOVE "I" TO MR-SITUACAO
               MOVE WS-DATA-EXIBICAO TO MR-DATA-ELIMINACAO
               MOVE WS-MST-REG TO PACMST-NOVO-RECORD
               WRITE PACMST-NOVO-RECORD
               ADD 1 TO WS-CONT-MST-CODIGOS
               ADD 1 TO WS-CONT-MST-GRAVADOS
           END-PERFORM.
           MOVE "S" TO WS-CODIGOS-GRAVADOS.
           MOVE PACMST-RECORD TO WS-MST-REG.

       LOCALIZAR-ELIMINADO.
           MOVE ZERO TO WS-PAC-ACHADO.
           SEARCH ALL WS-PAC-ITEM
               AT END CONTINUE
               WHEN PE-ID(WS-PAC-IDX) = WS-ID-PROCURADO
                   SET WS-PAC-ACHADO TO WS-PAC-IDX
           END-SEARCH.

      * Historico vivo: toda linha do paciente, vigente ou ja marcada
      * pelo IMCCORR, fica com o codigo anonimo no lugar do ID.
       PROCESSAR-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HIST - "
                   "status " WS-FS-HISTORICO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORICO-NOVO-FILE.
           IF WS-FS-HISTORICO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD HISTNEW - "
                   "status " WS-FS-HISTORICO-NOVO
               CLOSE HISTORICO-FILE
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LER-HISTORICO.
           PERFORM ANONIMIZAR-HISTORICO UNTIL WS-EOF-HIST.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-NOVO-FILE.

       LER-HISTORICO.
           READ HISTORICO-FILE
               AT END SET WS-EOF-HIST TO TRUE
           END-READ.

       ANONIMIZAR-HISTORICO.
           ADD 1 TO WS-CONT-HIST-LIDOS.
           MOVE HISTORICO-RECORD TO WS-REG-HISTORICO.
           MOVE WS-HT-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               MOVE PE-CODIGO(WS-PAC-ACHADO) TO WS-HT-PATIENT-ID
               ADD 1 TO PE-QTD-HIST(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-HIST-ANONIMIZADOS
           END-IF.
           MOVE WS-REG-HISTORICO TO HISTORICO-NOVO-RECORD.
           WRITE HISTORICO-NOVO-RECORD.
           ADD 1 TO WS-CONT-HIST-GRAVADOS.
           PERFORM LER-HISTORICO.

      * Todas as geracoes do arquivo morto (GDG pela base) num arquivo
      * so: linha alem do horizonte sai, a do paciente eliminado fica
      * com o codigo anonimo. DD DUMMY (poda nunca rodou) = vazio.
       PROCESSAR-ARQUIVO-MORTO.
           OPEN OUTPUT ARQUIVO-NOVO-FILE.
           IF WS-FS-ARQUIVO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ARCNEW - "
                   "status " WS-FS-ARQUIVO-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WS-FS-ARQUIVO-MORTO = "00"
               PERFORM LER-ARQUIVO-MORTO
               PERFORM ANONIMIZAR-ARQUIVO-MORTO UNTIL WS-EOF-ARQ
               CLOSE ARQUIVO-MORTO-FILE
           ELSE
               IF WS-FS-ARQUIVO-MORTO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD HISTARC "
                       "- status " WS-FS-ARQUIVO-MORTO
                   CLOSE ARQUIVO-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE ARQUIVO-NOVO-FILE.

       LER-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO-FILE
               AT END SET WS-EOF-ARQ TO TRUE
           END-READ.

      * Linha com data invalida nunca sai por horizonte (mesma regra
      * da poda do IMCHPURG).
       ANONIMIZAR-ARQUIVO-MORTO.
           ADD 1 TO WS-CONT-ARQ-LIDOS.
           MOVE ARQUIVO-MORTO-RECORD TO WS-REG-HISTORICO.
           MOVE WS-HT-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           PERFORM EXTRAIR-MES-REGISTRO.
           IF WS-MES-INDICE-REG > ZERO
               AND WS-MES-INDICE-REG < WS-MES-INDICE-HORIZONTE
               ADD 1 TO WS-CONT-ARQ-EXPIRADOS
               IF WS-PAC-ACHADO > ZERO
                   ADD 1 TO PE-QTD-ARQ-EXPIRADO(WS-PAC-ACHADO)
               END-IF
           ELSE
               IF WS-PAC-ACHADO > ZERO
                   MOVE PE-CODIGO(WS-PAC-ACHADO) TO WS-HT-PATIENT-ID
                   ADD 1 TO PE-QTD-ARQ(WS-PAC-ACHADO)
                   ADD 1 TO WS-CONT-ARQ-ANONIMIZADOS
               END-IF
               MOVE WS-REG-HISTORICO TO ARQUIVO-NOVO-RECORD
               WRITE ARQUIVO-NOVO-RECORD
               ADD 1 TO WS-CONT-ARQ-GRAVADOS
           END-IF.
           PERFORM LER-ARQUIVO-MORTO.

       EXTRAIR-MES-REGISTRO.
           MOVE ZERO TO WS-MES-INDICE-REG.
           MOVE WS-HT-DATA TO WS-DATA-HIST.
           IF WS-HIST-AAAA IS NUMERIC AND WS-HIST-MM IS NUMERIC
               MOVE WS-HIST-AAAA TO WS-HIST-AAAA-NUM
               MOVE WS-HIST-MM TO WS-HIST-MM-NUM
               IF WS-HIST-MM-NUM >= 01 AND WS-HIST-MM-NUM <= 12
                   COMPUTE WS-MES-INDICE-REG =
                       WS-HIST-AAAA-NUM * 12 + WS-HIST-MM-NUM
               END-IF
           END-IF.

      * Intercambio com o EHR: o ID vira o codigo anonimo e o nome sai
      * em branco; o resto da linha (a partir da data) fica como foi
      * enviado. O cabecalho "PATIENT_ID,..." passa direto.
       PROCESSAR-INTERCAMBIO.
           OPEN OUTPUT INTERCAMBIO-NOVO-FILE.
           IF WS-FS-INTERCAMBIO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD INTCNEW - "
                   "status " WS-FS-INTERCAMBIO-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INTERCAMBIO-FILE.
           IF WS-FS-INTERCAMBIO = "00"
               PERFORM LER-INTERCAMBIO
               PERFORM ANONIMIZAR-INTERCAMBIO UNTIL WS-EOF-INT
               CLOSE INTERCAMBIO-FILE
           ELSE
               IF WS-FS-INTERCAMBIO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD INTERC - "
                       "status " WS-FS-INTERCAMBIO
                   CLOSE INTERCAMBIO-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE INTERCAMBIO-NOVO-FILE.

       LER-INTERCAMBIO.
           READ INTERCAMBIO-FILE
               AT END SET WS-EOF-INT TO TRUE
           END-READ.

       ANONIMIZAR-INTERCAMBIO.
           ADD 1 TO WS-CONT-INT-LIDOS.
           MOVE ZERO TO WS-PAC-ACHADO.
           MOVE SPACES TO WS-CSV-ID WS-CSV-NOME.
           MOVE 1 TO WS-CSV-PONTEIRO.
           UNSTRING INTERCAMBIO-LINE DELIMITED BY ","
               INTO WS-CSV-ID WS-CSV-NOME
               WITH POINTER WS-CSV-PONTEIRO.
           IF WS-CSV-ID(7:4) = SPACES AND WS-CSV-PONTEIRO <= 163
               MOVE WS-CSV-ID(1:6) TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-ELIMINADO
           END-IF.
           IF WS-PAC-ACHADO > ZERO
               MOVE SPACES TO INTERCAMBIO-NOVO-LINE
               STRING PE-CODIGO(WS-PAC-ACHADO) ",,"
                   INTERCAMBIO-LINE(WS-CSV-PONTEIRO:)
                   DELIMITED BY SIZE INTO INTERCAMBIO-NOVO-LINE
               ADD 1 TO PE-QTD-INTERC(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-INT-ANONIMIZADOS
           ELSE
               MOVE INTERCAMBIO-LINE TO INTERCAMBIO-NOVO-LINE
           END-IF.
           WRITE INTERCAMBIO-NOVO-LINE.
           ADD 1 TO WS-CONT-INT-GRAVADOS.
           PERFORM LER-INTERCAMBIO.

      * Auditoria do IMCSTEP: o ID (terceira coluna) vira o codigo
      * anonimo, e o VALOR tambem quando e o proprio ID (paciente nao
      * cadastrado ou desativado). O cabecalho passa direto.
       PROCESSAR-AUDITORIA.
           OPEN OUTPUT AUDITORIA-NOVO-FILE.
           IF WS-FS-AUDITORIA-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD AUDNEW - "
                   "status " WS-FS-AUDITORIA-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-FS-AUDITORIA = "00"
               PERFORM LER-AUDITORIA
               PERFORM ANONIMIZAR-AUDITORIA UNTIL WS-EOF-AUD
               CLOSE AUDITORIA-FILE
           ELSE
               IF WS-FS-AUDITORIA NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD AUDIT - "
                       "status " WS-FS-AUDITORIA
                   CLOSE AUDITORIA-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE AUDITORIA-NOVO-FILE.

       LER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END SET WS-EOF-AUD TO TRUE
           END-READ.

       ANONIMIZAR-AUDITORIA.
           ADD 1 TO WS-CONT-AUD-LIDOS.
           MOVE ZERO TO WS-PAC-ACHADO.
           MOVE SPACES TO WS-AUD-DATA WS-AUD-HORA WS-CSV-ID
               WS-AUD-CAMPO WS-AUD-VALOR WS-AUD-RESTO.
           MOVE 1 TO WS-CSV-PONTEIRO.
           UNSTRING AUDITORIA-LINE DELIMITED BY ","
               INTO WS-AUD-DATA WS-AUD-HORA WS-CSV-ID WS-AUD-CAMPO
                   WS-AUD-VALOR
               WITH POINTER WS-CSV-PONTEIRO.
           IF WS-CSV-ID NOT = SPACES AND WS-CSV-ID(7:4) = SPACES
               MOVE WS-CSV-ID(1:6) TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-ELIMINADO
           END-IF.
           IF WS-PAC-ACHADO > ZERO
               IF WS-CSV-PONTEIRO <= 100
                   MOVE AUDITORIA-LINE(WS-CSV-PONTEIRO:)
                       TO WS-AUD-RESTO
               END-IF
               IF WS-AUD-VALOR = WS-CSV-ID
                   MOVE PE-CODIGO(WS-PAC-ACHADO) TO WS-AUD-VALOR
               END-IF
               MOVE SPACES TO AUDITORIA-NOVO-LINE
               STRING WS-AUD-DATA "," WS-AUD-HORA ","
                   PE-CODIGO(WS-PAC-ACHADO) ","
                   FUNCTION TRIM(WS-AUD-CAMPO) ","
                   FUNCTION TRIM(WS-AUD-VALOR) ","
                   WS-AUD-RESTO
                   DELIMITED BY SIZE INTO AUDITORIA-NOVO-LINE
               ADD 1 TO PE-QTD-AUDIT(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-AUD-ANONIMIZADOS
           ELSE
               MOVE AUDITORIA-LINE TO AUDITORIA-NOVO-LINE
           END-IF.
           WRITE AUDITORIA-NOVO-LINE.
           ADD 1 TO WS-CONT-AUD-GRAVADOS.
           PERFORM LER-AUDITORIA.

      * Recalls e alertas ficam, com o codigo anonimo no lugar do ID -
      * o status nao muda, para o IMCENCRL contar o encaminhamento do
      * mesmo jeito. Arquivo ausente = nenhum registro.
       PROCESSAR-RECALLS.
           OPEN OUTPUT RECALL-NOVO-FILE.
           IF WS-FS-RECALL-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD RECNEW - "
                   "status " WS-FS-RECALL-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECALL-FILE.
           IF WS-FS-RECALL = "00"
               PERFORM LER-RECALL
               PERFORM ANONIMIZAR-RECALL UNTIL WS-EOF-RCL
               CLOSE RECALL-FILE
           ELSE
               IF WS-FS-RECALL NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD RECALL - "
                       "status " WS-FS-RECALL
                   CLOSE RECALL-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE RECALL-NOVO-FILE.

       LER-RECALL.
           READ RECALL-FILE
               AT END SET WS-EOF-RCL TO TRUE
           END-READ.

       ANONIMIZAR-RECALL.
           ADD 1 TO WS-CONT-RCL-LIDOS.
           MOVE RECALL-RECORD TO WS-RCL-REG.
           MOVE WR-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               MOVE PE-CODIGO(WS-PAC-ACHADO) TO WR-PATIENT-ID
               ADD 1 TO PE-QTD-RECALL(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-RCL-ANONIMIZADOS
           END-IF.
           MOVE WS-RCL-REG TO RECALL-NOVO-RECORD.
           WRITE RECALL-NOVO-RECORD.
           ADD 1 TO WS-CONT-RCL-GRAVADOS.
           PERFORM LER-RECALL.

       PROCESSAR-ALERTAS.
           OPEN OUTPUT ALRMST-NOVO-FILE.
           IF WS-FS-ALRMST-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD ALRMNEW - "
                   "status " WS-FS-ALRMST-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALRMST-FILE.
           IF WS-FS-ALRMST = "00"
               PERFORM LER-ALERTA
               PERFORM ANONIMIZAR-ALERTA UNTIL WS-EOF-ALR
               CLOSE ALRMST-FILE
           ELSE
               IF WS-FS-ALRMST NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD ALRMST - "
                       "status " WS-FS-ALRMST
                   CLOSE ALRMST-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE ALRMST-NOVO-FILE.

       LER-ALERTA.
           READ ALRMST-FILE
               AT END SET WS-EOF-ALR TO TRUE
           END-READ.

       ANONIMIZAR-ALERTA.
           ADD 1 TO WS-CONT-ALR-LIDOS.
           MOVE ALRMST-RECORD TO WS-ALR-REG.
           MOVE WA-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               MOVE PE-CODIGO(WS-PAC-ACHADO) TO WA-PATIENT-ID
               ADD 1 TO PE-QTD-ALERTA(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-ALR-ANONIMIZADOS
           END-IF.
           MOVE WS-ALR-REG TO ALRMST-NOVO-RECORD.
           WRITE ALRMST-NOVO-RECORD.
           ADD 1 TO WS-CONT-ALR-GRAVADOS.
           PERFORM LER-ALERTA.

      * Pesagem nunca postada (suspensa ou retida para verificacao) do
      * paciente eliminado sai: nao entra em contagem nenhuma e nao
      * pode mais ser corrigida nem liberada.
       PROCESSAR-SUSPENSOS.
           OPEN OUTPUT SUSPENSO-NOVO-FILE.
           IF WS-FS-SUSPENSO-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD SUSPNEW - "
                   "status " WS-FS-SUSPENSO-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUSPENSO-FILE.
           IF WS-FS-SUSPENSO = "00"
               PERFORM LER-SUSPENSO
               PERFORM EXAMINAR-SUSPENSO UNTIL WS-EOF-SUS
               CLOSE SUSPENSO-FILE
           ELSE
               IF WS-FS-SUSPENSO NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD SUSPENSO "
                       "- status " WS-FS-SUSPENSO
                   CLOSE SUSPENSO-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE SUSPENSO-NOVO-FILE.

       LER-SUSPENSO.
           READ SUSPENSO-FILE
               AT END SET WS-EOF-SUS TO TRUE
           END-READ.

       EXAMINAR-SUSPENSO.
           ADD 1 TO WS-CONT-SUS-LIDOS.
           MOVE SUSPENSO-RECORD TO WS-SUS-REG.
           MOVE WU-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               ADD 1 TO PE-QTD-SUSPENSO(WS-PAC-ACHADO)
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
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PENDVER-FILE.
           IF WS-FS-PENDVER = "00"
               PERFORM LER-PENDENTE
               PERFORM EXAMINAR-PENDENTE UNTIL WS-EOF-PEN
               CLOSE PENDVER-FILE
           ELSE
               IF WS-FS-PENDVER NOT = "35"
                   DISPLAY "ERRO: nao foi possivel abrir DD PENDVER - "
                       "status " WS-FS-PENDVER
                   CLOSE PENDVER-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE PENDVER-NOVO-FILE.

       LER-PENDENTE.
           READ PENDVER-FILE
               AT END SET WS-EOF-PEN TO TRUE
           END-READ.

       EXAMINAR-PENDENTE.
           ADD 1 TO WS-CONT-PEN-LIDOS.
           MOVE PENDVER-RECORD TO WS-PEN-REG.
           MOVE WP-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               ADD 1 TO PE-QTD-PENDENTE(WS-PAC-ACHADO)
               ADD 1 TO WS-CONT-PEN-RETIRADOS
           ELSE
               MOVE WS-PEN-REG TO PENDVER-NOVO-RECORD
               WRITE PENDVER-NOVO-RECORD
               ADD 1 TO WS-CONT-PEN-GRAVADOS
           END-IF.
           PERFORM LER-PENDENTE.

      * Referencia cruzada regravada em ordem de chave para a carga
      * do cluster: pseudonimos de codigos antigos, os dos codigos
      * novos (mesmo pseudonimo e data de atribuicao do paciente), e o
      * resto sem os pacientes eliminados.
       PROCESSAR-XREF.
           OPEN OUTPUT XREF-NOVO-FILE.
           IF WS-FS-XREF-NOVO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD XREFNEW - "
                   "status " WS-FS-XREF-NOVO
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CODIGOS-GRAVADOS.
           IF WS-XREF-EXISTE
               OPEN INPUT XREF-FILE
               IF WS-FS-XREF NOT = "00"
                   DISPLAY "ERRO: nao foi possivel reabrir DD "
                       "PSEUXREF - status " WS-FS-XREF
                   CLOSE XREF-NOVO-FILE
                   CLOSE RELATORIO-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LER-XREF
               PERFORM REGRAVAR-XREF UNTIL WS-EOF-XREF
               CLOSE XREF-FILE
           END-IF.
           IF WS-CODIGOS-GRAVADOS = "N"
               PERFORM GRAVAR-CODIGOS-XREF
           END-IF.
           CLOSE XREF-NOVO-FILE.

       LER-XREF.
           READ XREF-FILE NEXT RECORD
               AT END SET WS-EOF-XREF TO TRUE
           END-READ.

       REGRAVAR-XREF.
           ADD 1 TO WS-CONT-XREF-LIDOS.
           IF XR-PATIENT-ID(1:1) NOT = "*"
               AND WS-CODIGOS-GRAVADOS = "N"
               PERFORM GRAVAR-CODIGOS-XREF
           END-IF.
           MOVE XR-PATIENT-ID TO WS-ID-PROCURADO.
           PERFORM LOCALIZAR-ELIMINADO.
           IF WS-PAC-ACHADO > ZERO
               ADD 1 TO WS-CONT-XREF-ANONIMIZADOS
           ELSE
               MOVE XREF-RECORD TO XREF-NOVO-RECORD
               WRITE XREF-NOVO-RECORD
               ADD 1 TO WS-CONT-XREF-GRAVADOS
           END-IF.
           PERFORM LER-XREF.

       GRAVAR-CODIGOS-XREF.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-PAC-QTD
               MOVE WS-ORD-PACIENTE(WS-ORD-SUB) TO WS-PAC-SUB
               IF PE-QTD-XREF(WS-PAC-SUB) > ZERO
                   MOVE SPACES TO XREF-NOVO-RECORD
                   MOVE PE-CODIGO(WS-PAC-SUB)
                       TO XREF-NOVO-RECORD(1:6)
                   MOVE PE-PSEUDONIMO(WS-PAC-SUB)
                       TO XREF-NOVO-RECORD(8:8)
                   MOVE PE-PSEUDO-DATA(WS-PAC-SUB)
                       TO XREF-NOVO-RECORD(17:10)
                   WRITE XREF-NOVO-RECORD
                   ADD 1 TO WS-CONT-XREF-CODIGOS
                   ADD 1 TO WS-CONT-XREF-GRAVADOS
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-CODIGOS-GRAVADOS.

      * Evidencia por paciente: origem da eliminacao e, para cada
      * arquivo, o que foi encontrado e o que foi feito, com o campo
      * de visto do encarregado de protecao de dados.
       GRAVAR-EVIDENCIAS.
           MOVE "EVIDENCIA DA ELIMINACAO POR PACIENTE:"
               TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                   UNTIL WS-PAC-SUB > WS-PAC-QTD
               PERFORM GRAVAR-EVIDENCIA-PACIENTE
           END-PERFORM.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-EVIDENCIA-PACIENTE.
           MOVE ALL "=" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           IF PE-ORIGEM(WS-PAC-SUB) = "S"
               MOVE PE-PEDIDO(WS-PAC-SUB) TO WS-PED-SUB
               STRING "PACIENTE " PE-ID(WS-PAC-SUB)
                   "   ELIMINACAO POR PEDIDO FORMAL - PROTOCOLO "
                   PD-PROTOCOLO(WS-PED-SUB) " DE "
                   PD-DATA(WS-PED-SUB) " - REGISTRADO POR "
                   PD-OPERADOR(WS-PED-SUB)
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               STRING "PACIENTE " PE-ID(WS-PAC-SUB)
                   "   ELIMINACAO POR PRAZO DE RETENCAO - "
                   WS-MESES-RETENCAO " MESES APOS A DESATIVACAO"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           IF PE-DATA-DESATIVACAO(WS-PAC-SUB) = SPACES
               STRING "                  DESATIVADO NO EHR SEM DATA "
                   "REGISTRADA - ELIMINADO EM " WS-DATA-EXIBICAO
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               STRING "                  DESATIVADO NO EHR EM "
                   PE-DATA-DESATIVACAO(WS-PAC-SUB)
                   " - ELIMINADO EM " WS-DATA-EXIBICAO
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE "ARQUIVO" TO RELATORIO-LINE(3:7).
           MOVE "ENCONTR" TO RELATORIO-LINE(14:7).
           MOVE "ANONIMIZ" TO RELATORIO-LINE(22:8).
           MOVE "REMOVID" TO RELATORIO-LINE(31:7).
           MOVE "PROVIDENCIA" TO RELATORIO-LINE(40:11).
           WRITE RELATORIO-LINE.
           MOVE "PACMST" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-MESTRE(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "NOME, NASCIMENTO E SEXO APAGADOS; DATA DE ELIMINACAO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "HIST" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-HIST(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO PELO CODIGO ANONIMO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "HISTARC" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-ARQ(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE PE-QTD-ARQ-EXPIRADO(WS-PAC-SUB) TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO; ALEM DO HORIZONTE REMOVIDAS"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "INTERC" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-INTERC(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO PELO CODIGO ANONIMO E NOME APAGADO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "AUDITLOG" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-AUDIT(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO PELO CODIGO ANONIMO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "RECALL" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-RECALL(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO PELO CODIGO ANONIMO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "ALRMST" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-ALERTA(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PATIENT_ID TROCADO PELO CODIGO ANONIMO"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "SUSPENSO" TO WS-EV-ARQUIVO.
           MOVE ZERO TO WS-EV-ANONIMIZADOS.
           MOVE PE-QTD-SUSPENSO(WS-PAC-SUB) TO WS-EV-RETIRADOS.
           MOVE "PESAGENS NAO POSTADAS REMOVIDAS"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "PENDVER" TO WS-EV-ARQUIVO.
           MOVE ZERO TO WS-EV-ANONIMIZADOS.
           MOVE PE-QTD-PENDENTE(WS-PAC-SUB) TO WS-EV-RETIRADOS.
           MOVE "PESAGENS NAO POSTADAS REMOVIDAS"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE "PSEUXREF" TO WS-EV-ARQUIVO.
           MOVE PE-QTD-XREF(WS-PAC-SUB) TO WS-EV-ANONIMIZADOS.
           MOVE ZERO TO WS-EV-RETIRADOS.
           MOVE "PSEUDONIMO DE PESQUISA DESVINCULADO DO PATIENT_ID"
               TO WS-EV-PROVIDENCIA.
           PERFORM GRAVAR-LINHA-EVIDENCIA.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  PACIDX E ULTPES RECARREGADOS NESTE JOB A PARTIR "
               "DO MESTRE E DO HISTORICO JA ANONIMIZADOS"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  EXECUTADO POR: " WS-PRM-OPERADOR
               "   VISTO DO ENCARREGADO DE PROTECAO DE DADOS: "
               "______________________________   DATA: ___/___/____"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       GRAVAR-LINHA-EVIDENCIA.
           COMPUTE WS-EV-ENCONTRADOS =
               WS-EV-ANONIMIZADOS + WS-EV-RETIRADOS.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE WS-EV-ARQUIVO TO RELATORIO-LINE(3:10).
           MOVE WS-EV-ENCONTRADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(14:7).
           MOVE WS-EV-ANONIMIZADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(23:7).
           MOVE WS-EV-RETIRADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(31:7).
           IF WS-EV-ENCONTRADOS = ZERO
               MOVE "NADA ENCONTRADO" TO RELATORIO-LINE(40:15)
           ELSE
               MOVE WS-EV-PROVIDENCIA TO RELATORIO-LINE(40:60)
           END-IF.
           WRITE RELATORIO-LINE.

       GRAVAR-QUADRO.
           MOVE "QUADRO ANTES/DEPOIS POR ARQUIVO:" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE "ARQUIVO" TO RELATORIO-LINE(3:7).
           MOVE "  ANTES" TO RELATORIO-LINE(24:7).
           MOVE "ANONIMIZ" TO RELATORIO-LINE(32:8).
           MOVE "RETIRAD" TO RELATORIO-LINE(42:7).
           MOVE "INCLUID" TO RELATORIO-LINE(51:7).
           MOVE " DEPOIS" TO RELATORIO-LINE(60:7).
           MOVE "CONFERE" TO RELATORIO-LINE(69:7).
           WRITE RELATORIO-LINE.
           MOVE "PACMST" TO WS-QD-NOME.
           MOVE WS-CONT-MST-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-MST-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE WS-CONT-MST-CODIGOS TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-MST-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "HIST" TO WS-QD-NOME.
           MOVE WS-CONT-HIST-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-HIST-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-HIST-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "HISTARC" TO WS-QD-NOME.
           MOVE WS-CONT-ARQ-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-ARQ-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE WS-CONT-ARQ-EXPIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-ARQ-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "INTERC" TO WS-QD-NOME.
           MOVE WS-CONT-INT-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-INT-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-INT-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "AUDITLOG" TO WS-QD-NOME.
           MOVE WS-CONT-AUD-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-AUD-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-AUD-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "RECALL" TO WS-QD-NOME.
           MOVE WS-CONT-RCL-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-RCL-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-RCL-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "ALRMST" TO WS-QD-NOME.
           MOVE WS-CONT-ALR-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-ALR-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE ZERO TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-ALR-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "SUSPENSO" TO WS-QD-NOME.
           MOVE WS-CONT-SUS-LIDOS TO WS-QD-ANTES.
           MOVE ZERO TO WS-QD-ANONIMIZADOS.
           MOVE WS-CONT-SUS-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-SUS-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "PENDVER" TO WS-QD-NOME.
           MOVE WS-CONT-PEN-LIDOS TO WS-QD-ANTES.
           MOVE ZERO TO WS-QD-ANONIMIZADOS.
           MOVE WS-CONT-PEN-RETIRADOS TO WS-QD-RETIRADOS.
           MOVE ZERO TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-PEN-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE "PSEUXREF" TO WS-QD-NOME.
           MOVE WS-CONT-XREF-LIDOS TO WS-QD-ANTES.
           MOVE WS-CONT-XREF-ANONIMIZADOS TO WS-QD-ANONIMIZADOS.
           MOVE WS-CONT-XREF-ANONIMIZADOS TO WS-QD-RETIRADOS.
           MOVE WS-CONT-XREF-CODIGOS TO WS-QD-INCLUIDOS.
           MOVE WS-CONT-XREF-GRAVADOS TO WS-QD-DEPOIS.
           PERFORM GRAVAR-LINHA-QUADRO.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

      * Cada arquivo fecha se antes - retirados + incluidos = depois.
      * No PSEUXREF o pseudonimo do eliminado sai com o ID e volta com
      * o codigo anonimo (anonimizado = retirado + incluido).
       GRAVAR-LINHA-QUADRO.
           MOVE SPACES TO RELATORIO-LINE.
           MOVE WS-QD-NOME TO RELATORIO-LINE(3:20).
           MOVE WS-QD-ANTES TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(24:7).
           MOVE WS-QD-ANONIMIZADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(33:7).
           MOVE WS-QD-RETIRADOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(42:7).
           MOVE WS-QD-INCLUIDOS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(51:7).
           MOVE WS-QD-DEPOIS TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO RELATORIO-LINE(60:7).
           IF WS-QD-ANTES - WS-QD-RETIRADOS + WS-QD-INCLUIDOS
               = WS-QD-DEPOIS
               MOVE "OK" TO RELATORIO-LINE(69:2)
           ELSE
               MOVE "NAO" TO RELATORIO-LINE(69:3)
               MOVE "N" TO WS-CONFERENCIA-SWITCH
           END-IF.
           WRITE RELATORIO-LINE.

       GRAVAR-RODAPE.
           MOVE WS-CONT-MST-LIDOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "MESTRE: REGISTROS LIDOS........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-MST-ANONIMOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "MESTRE: CODIGOS ANONIMOS JA LA.: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-POR-PRAZO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ELIMINADOS POR PRAZO...........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PED-ACEITOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "ELIMINADOS POR PEDIDO FORMAL...: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-PED-REJEITADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PEDIDOS FORMAIS REJEITADOS.....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ADIADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "PRAZO VENCIDO ADIADOS (LIMITE).: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEM-DATA TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "INATIVOS SEM DATA DESATIVACAO..: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-ARQ-EXPIRADOS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "HISTARC: LINHAS ALEM HORIZONTE.: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       FINALIZAR.
           PERFORM GRAVAR-QUADRO.
           PERFORM GRAVAR-RODAPE.
           IF WS-CONFERENCIA-OK
               MOVE SPACES TO RELATORIO-LINE
               STRING "CONFERENCIA OK: EM CADA ARQUIVO ANTES - "
                   "RETIRADOS + INCLUIDOS = DEPOIS"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.
           CLOSE RELATORIO-FILE.
           IF NOT WS-CONFERENCIA-OK
               DISPLAY "ERRO: conferencia da eliminacao nao fecha - "
                   "arquivos vivos NAO devem ser substituidos"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-PED-REJEITADOS > ZERO
                   OR WS-CONT-ADIADOS > ZERO
                   OR WS-CONT-SEM-DATA > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
