      * abenda com RC=12 antes de gravar qualquer coisa - feed
      * truncado na transmissao nao pode virar meia atualizacao.
      *
      * Layout do mestre (PACMST/PACMNEW), 74 bytes:
      *   pos 01-06  PATIENT_ID      pos 39-48  NASCIMENTO dd/mm/aaaa
      *   pos 08-37  NOME            pos 50     SEXO M/F (branco =
      *   pos 52     SITUACAO A=ativo, I=inativo      nao informado)
      *   pos 54-63  DATA-DESATIVACAO dd/mm/aaaa (data do HDR do feed
      *              que desativou; conta o prazo de retencao)
      *   pos 65-74  DATA-ELIMINACAO  dd/mm/aaaa (gravada pelo
      *              IMCRETEN quando os dados do paciente foram
      *              anonimizados - nome, nascimento e sexo em branco)
      * Registros antigos de 48/52 bytes entram com os campos novos em
      * branco - branco vale como ativo. Inativo sem data de
      * desativacao (desativado antes de a data existir) recebe a
      * data do HDR deste feed: o prazo de retencao passa a contar
      * daqui, nunca de antes.
      *
      * IDs que comecam com "*" sao os codigos anonimos que o IMCRETEN
      * grava no mestre no lugar dos pacientes eliminados - reservados,
      * o feed nao pode usa-los. Paciente eliminado nao aceita ALT
      * (os dados dele nao voltam para o cadastro do IMC).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PACMST-FILE.
       01  PACMST-RECORD           PIC X(74).

       FD  DEMOGRAFICO-FILE.
       01  DEMOGRAFICO-LINE        PIC X(100).

       FD  MESTRE-NOVO-FILE.
       01  MESTRE-NOVO-RECORD      PIC X(74).

       FD  CONTROLE-FILE.
       01  CONTROLE-LINE           PIC X(100).
       01  MST-ORDENADO-RECORD.
           05 MO-ID                PIC X(6).
           05 MO-SEQ               PIC 9(7).
           05 MO-REG               PIC X(74).

       FD  TRN-ORDENADO-FILE.
       01  TRN-ORDENADO-RECORD.
       01  MST-SORT-RECORD.
           05 MS-ID                PIC X(6).
           05 MS-SEQ               PIC 9(7).
           05 MS-REG               PIC X(74).

       SD  TRN-SORT-FILE.
       01  TRN-SORT-RECORD.
           05 MR-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 MR-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 MR-DATA-DESATIVACAO  PIC X(10).
           05 FILLER               PIC X(1).
           05 MR-DATA-ELIMINACAO   PIC X(10).
       01  WS-NOVO-VALIDO          PIC X VALUE "N".
       01  WS-NOVO-REG.
           05 NR-PATIENT-ID        PIC X(6).
           05 NR-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 NR-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 NR-DATA-DESATIVACAO  PIC X(10).
           05 FILLER               PIC X(1).
           05 NR-DATA-ELIMINACAO   PIC X(10).

       01  WS-TRN-CHAVE            PIC X(6).
       01  WS-TRN-MOTIVO           PIC X(40).
       01  WS-CONT-INCLUIDOS       PIC 9(6) VALUE ZERO.
       01  WS-CONT-ALTERADOS       PIC 9(6) VALUE ZERO.
       01  WS-CONT-DESATIVADOS     PIC 9(6) VALUE ZERO.
       01  WS-CONT-INATIVOS-DATADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-REJEITADAS      PIC 9(6) VALUE ZERO.
       01  WS-CONT-APLICADAS       PIC 9(6) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.
                   MOVE TO-ID TO WS-TRN-CHAVE
           END-READ.

      * O codigo anonimo ("*") fica sem data de desativacao de
      * proposito (o IMCRETEN nao a copia do paciente eliminado).
       GRAVAR-MESTRE-ATUAL.
           IF MR-SITUACAO = "I" AND MR-DATA-DESATIVACAO = SPACES
               AND MR-PATIENT-ID(1:1) NOT = "*"
               MOVE WS-DEM-DATA-FEED TO MR-DATA-DESATIVACAO
               ADD 1 TO WS-CONT-INATIVOS-DATADOS
           END-IF.
           MOVE WS-MST-REG TO MESTRE-NOVO-RECORD.
           WRITE MESTRE-NOVO-RECORD.
           ADD 1 TO WS-CONT-MST-REGRAVADOS.
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "PATIENT_ID ausente" TO WS-TRN-MOTIVO
           END-IF.
           IF WS-TRN-VALIDA AND TO-ID(1:1) = "*"
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "PATIENT_ID com prefixo reservado (*)"
                   TO WS-TRN-MOTIVO
           END-IF.
           IF WS-TRN-VALIDA AND TO-NASC NOT = SPACES
               PERFORM VALIDAR-NASCIMENTO
               IF WS-NASC-VALIDO = "N"
               MOVE "S" TO WS-NASC-VALIDO
           END-IF.

      * DES de paciente ja inativo mantem a data da primeira
      * desativacao - o prazo de retencao nao recomeca a cada feed.
       APLICAR-NO-MESTRE.
           PERFORM VALIDAR-TRANSACAO.
           IF WS-TRN-INVALIDA
                           TO WS-TRN-MOTIVO
                       PERFORM REJEITAR-TRANSACAO
                   WHEN "ALT"
                       IF MR-DATA-ELIMINACAO NOT = SPACES
                           MOVE "paciente eliminado por retencao"
                               TO WS-TRN-MOTIVO
                           PERFORM REJEITAR-TRANSACAO
                       ELSE
                           PERFORM ALTERAR-MESTRE
                       END-IF
                   WHEN "DES"
                       IF MR-SITUACAO NOT = "I"
                           OR MR-DATA-DESATIVACAO = SPACES
                           MOVE WS-DEM-DATA-FEED
                               TO MR-DATA-DESATIVACAO
                       END-IF
                       MOVE "I" TO MR-SITUACAO
                       ADD 1 TO WS-CONT-DESATIVADOS
               END-EVALUATE
           END-IF.

       ALTERAR-MESTRE.
           IF TO-NOME NOT = SPACES
               MOVE TO-NOME TO MR-NOME
           END-IF.
           IF TO-NASC NOT = SPACES
               MOVE TO-NASC TO MR-NASCIMENTO
           END-IF.
           IF TO-SEXO NOT = SPACE
               MOVE TO-SEXO TO MR-SEXO
           END-IF.
           ADD 1 TO WS-CONT-ALTERADOS.

       APLICAR-SEM-MESTRE.
           PERFORM VALIDAR-TRANSACAO.
           IF WS-TRN-VALIDA AND TO-ACAO = "INC"
                       ADD 1 TO WS-CONT-ALTERADOS
                   WHEN "DES"
                       MOVE "I" TO NR-SITUACAO
                       MOVE WS-DEM-DATA-FEED TO NR-DATA-DESATIVACAO
                       ADD 1 TO WS-CONT-DESATIVADOS
               END-EVALUATE
           END-IF.
           STRING "PACIENTES DESATIVADOS..........: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-INATIVOS-DATADOS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "INATIVOS SEM DATA DATADOS HOJE.: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO CONTROLE-LINE.
           WRITE CONTROLE-LINE.
           MOVE WS-CONT-REJEITADAS TO WS-CONT-EDIT.
           MOVE SPACES TO CONTROLE-LINE.
           STRING "TRANSACOES REJEITADAS..........: " WS-CONT-EDIT
