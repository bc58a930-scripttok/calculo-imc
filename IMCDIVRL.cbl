       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMCDIVRL.
       AUTHOR RAFAEL.

      * Relatorio diario de divergencias de cadastro por unidade: le o
      * arquivo de divergencias gravado pelo IMCSTEP (DD DIVERG) -
      * pesagens cuja idade ou sexo digitados no WEIGHIN nao batem com
      * o nascimento/sexo do cadastro do paciente (PACIDX) - e lista
      * por unidade, com os dois valores lado a lado, para a clinica
      * corrigir a digitacao da recepcao ou pedir a correcao da
      * demografia no EHR. A classificacao do dia ja usou a idade e o
      * sexo do cadastro; aqui e so o acompanhamento da correcao.
      *
      * RC=0 nenhuma divergencia; RC=4 ha divergencias listadas;
      * RC=12 conferencia lidos x listados nao fecha; RC=16 falha ao
      * abrir uma das DDs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVERGENCIA-FILE ASSIGN TO DIVERG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVERGENCIA.

           SELECT PACMST-FILE ASSIGN TO PACIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PATIENT-ID
               FILE STATUS IS WS-FS-PACMST.

           SELECT RELATORIO-FILE ASSIGN TO DIVREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT DIV-SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout gravado por REGISTRAR-DIVERGENCIA-CADASTRO no
      * IMC.cbl.
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

       FD  RELATORIO-FILE.
       01  RELATORIO-LINE          PIC X(132).

       SD  DIV-SORT-FILE.
       01  DIV-SORT-RECORD.
           05 DS-UNIDADE           PIC X(3).
           05 DS-PATIENT-ID        PIC X(6).
           05 DS-SEQ               PIC 9(7).
           05 DS-REGISTRO          PIC X(55).

       WORKING-STORAGE SECTION.

       01  WS-FS-DIVERGENCIA       PIC XX VALUE "00".
       01  WS-FS-PACMST            PIC XX VALUE "00".
       01  WS-FS-RELATORIO         PIC XX VALUE "00".

       01  WS-EOF-DIV-SWITCH       PIC X VALUE "N".
           88 WS-EOF-DIV           VALUE "Y".
       01  WS-EOF-SORT-SWITCH      PIC X VALUE "N".
           88 WS-EOF-SORT          VALUE "Y".

       01  WS-DATA-SISTEMA.
           05 WS-SIS-AAAA          PIC 9(4).
           05 WS-SIS-MM            PIC 9(2).
           05 WS-SIS-DD            PIC 9(2).
       01  WS-DATA-EXIBICAO        PIC X(10).

       01  WS-SEQ-LEITURA          PIC 9(7) VALUE ZERO.
       01  WS-UNIDADE-ANTERIOR     PIC X(3).
       01  WS-PRIMEIRA-UNIDADE     PIC X VALUE "S".
       01  WS-PACIENTE-NOME        PIC X(30).
       01  WS-IDADE-DIGITADA       PIC X(2).
       01  WS-IDADE-MESTRE-EDIT    PIC ZZ9.
       01  WS-MODO-EXIB            PIC X(10).
       01  WS-SITUACAO-EXIB        PIC X(9).
       01  WS-MARCA-IDADE          PIC X(1).
       01  WS-MARCA-SEXO           PIC X(1).

       01  WS-UNI-CONT             PIC 9(6) VALUE ZERO.
       01  WS-UNI-CONT-IDADE       PIC 9(6) VALUE ZERO.
       01  WS-UNI-CONT-SEXO        PIC 9(6) VALUE ZERO.
       01  WS-UNI-CONT-REJEITADAS  PIC 9(6) VALUE ZERO.

       01  WS-CONT-LIDOS           PIC 9(7) VALUE ZERO.
       01  WS-CONT-LISTADOS        PIC 9(7) VALUE ZERO.
       01  WS-CONT-IDADE           PIC 9(7) VALUE ZERO.
       01  WS-CONT-SEXO            PIC 9(7) VALUE ZERO.
       01  WS-CONT-REJEITADAS      PIC 9(7) VALUE ZERO.
       01  WS-CONT-UNIDADES        PIC 9(4) VALUE ZERO.
       01  WS-CONT-EDIT            PIC Z(6)9.
       01  WS-CONT-EDIT-2          PIC Z(6)9.
       01  WS-CONT-EDIT-3          PIC Z(6)9.
       01  WS-CONT-EDIT-4          PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           SORT DIV-SORT-FILE
               ON ASCENDING KEY DS-UNIDADE DS-PATIENT-ID DS-SEQ
               INPUT PROCEDURE IS CARREGAR-DIVERGENCIAS
               OUTPUT PROCEDURE IS IMPRIMIR-DIVERGENCIAS.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-DATA-EXIBICAO.

           OPEN INPUT PACMST-FILE.
           IF WS-FS-PACMST NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD PACIDX - "
                   "status " WS-FS-PACMST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD DIVREL - "
                   "status " WS-FS-RELATORIO
               CLOSE PACMST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "DIVERGENCIAS DE IDADE/SEXO ENTRE PESAGEM E CADASTRO "
               "DO PACIENTE - EXECUCAO EM " WS-DATA-EXIBICAO
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "IDADE/SEXO DIGITADOS NO WEIGHIN X NASCIMENTO/SEXO "
               "DO PACIDX - A CLASSIFICACAO USOU O CADASTRO "
               "(* = CAMPO DIVERGENTE)"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ALL "-" TO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  ID PAC NOME DO PACIENTE               "
               "PESAGEM    SITE IDADE DIG/MESTRE "
               "SEXO DIG/MESTRE NASCIMENTO MODO       PESAGEM"
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.

       CARREGAR-DIVERGENCIAS.
           OPEN INPUT DIVERGENCIA-FILE.
           IF WS-FS-DIVERGENCIA NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir DD DIVERG - "
                   "status " WS-FS-DIVERGENCIA
               CLOSE PACMST-FILE
               CLOSE RELATORIO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGAR-UMA-DIVERGENCIA UNTIL WS-EOF-DIV.
           CLOSE DIVERGENCIA-FILE.

       CARREGAR-UMA-DIVERGENCIA.
           READ DIVERGENCIA-FILE
               AT END SET WS-EOF-DIV TO TRUE
               NOT AT END
                   IF DIVERGENCIA-RECORD NOT = SPACES
                       ADD 1 TO WS-CONT-LIDOS
                       ADD 1 TO WS-SEQ-LEITURA
                       MOVE DV-UNIDADE TO DS-UNIDADE
                       MOVE DV-PATIENT-ID TO DS-PATIENT-ID
                       MOVE WS-SEQ-LEITURA TO DS-SEQ
                       MOVE DIVERGENCIA-RECORD TO DS-REGISTRO
                       RELEASE DIV-SORT-RECORD
                   END-IF
           END-READ.

      * Uma secao por unidade, com subtotal - a clinica recebe so a
      * propria secao.
       IMPRIMIR-DIVERGENCIAS.
           PERFORM RETORNAR-DIVERGENCIA.
           PERFORM IMPRIMIR-UMA-DIVERGENCIA UNTIL WS-EOF-SORT.
           IF WS-PRIMEIRA-UNIDADE = "N"
               PERFORM GRAVAR-SUBTOTAL-UNIDADE
           ELSE
               MOVE "  NENHUMA DIVERGENCIA DE CADASTRO NO MOVIMENTO."
                   TO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.

       RETORNAR-DIVERGENCIA.
           RETURN DIV-SORT-FILE
               AT END SET WS-EOF-SORT TO TRUE
               NOT AT END MOVE DS-REGISTRO TO DIVERGENCIA-RECORD
           END-RETURN.

       IMPRIMIR-UMA-DIVERGENCIA.
           IF WS-PRIMEIRA-UNIDADE = "S"
               OR DV-UNIDADE NOT = WS-UNIDADE-ANTERIOR
               IF WS-PRIMEIRA-UNIDADE = "N"
                   PERFORM GRAVAR-SUBTOTAL-UNIDADE
               END-IF
               MOVE "N" TO WS-PRIMEIRA-UNIDADE
               MOVE DV-UNIDADE TO WS-UNIDADE-ANTERIOR
               ADD 1 TO WS-CONT-UNIDADES
               MOVE SPACES TO RELATORIO-LINE
               STRING "UNIDADE " DV-UNIDADE ":"
                   DELIMITED BY SIZE INTO RELATORIO-LINE
               WRITE RELATORIO-LINE
           END-IF.
           PERFORM LOCALIZAR-NOME-PACIENTE.
           MOVE DV-IDADE-DIGITADA TO WS-IDADE-DIGITADA.
           IF WS-IDADE-DIGITADA = SPACES
               MOVE "--" TO WS-IDADE-DIGITADA
           END-IF.
           MOVE DV-IDADE-MESTRE TO WS-IDADE-MESTRE-EDIT.
           MOVE SPACE TO WS-MARCA-IDADE.
           MOVE SPACE TO WS-MARCA-SEXO.
           ADD 1 TO WS-CONT-LISTADOS.
           ADD 1 TO WS-UNI-CONT.
           IF DV-DIVERGE-IDADE = "S"
               MOVE "*" TO WS-MARCA-IDADE
               ADD 1 TO WS-CONT-IDADE
               ADD 1 TO WS-UNI-CONT-IDADE
           END-IF.
           IF DV-DIVERGE-SEXO = "S"
               MOVE "*" TO WS-MARCA-SEXO
               ADD 1 TO WS-CONT-SEXO
               ADD 1 TO WS-UNI-CONT-SEXO
           END-IF.
           IF DV-MODO = "P"
               MOVE "PEDIATRICO" TO WS-MODO-EXIB
           ELSE
               MOVE "ADULTO" TO WS-MODO-EXIB
           END-IF.
      * Pesagem retida para verificacao clinica (V) nao e rejeicao:
      * ainda pode ser liberada no IMCVERIF.
           EVALUATE DV-SITUACAO
               WHEN "R"
                   MOVE "REJEITADA" TO WS-SITUACAO-EXIB
                   ADD 1 TO WS-CONT-REJEITADAS
                   ADD 1 TO WS-UNI-CONT-REJEITADAS
               WHEN "V"
                   MOVE "RETIDA" TO WS-SITUACAO-EXIB
               WHEN OTHER
                   MOVE "ACEITA" TO WS-SITUACAO-EXIB
           END-EVALUATE.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  " DV-PATIENT-ID " " WS-PACIENTE-NOME " "
               DV-DATA-PESAGEM " " DV-SITE "  "
               WS-MARCA-IDADE WS-IDADE-DIGITADA " / "
               WS-IDADE-MESTRE-EDIT "        "
               WS-MARCA-SEXO DV-SEXO-DIGITADO " / " DV-SEXO-MESTRE
               "          " DV-NASCIMENTO " " WS-MODO-EXIB " "
               WS-SITUACAO-EXIB
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           PERFORM RETORNAR-DIVERGENCIA.

       GRAVAR-SUBTOTAL-UNIDADE.
           MOVE WS-UNI-CONT TO WS-CONT-EDIT.
           MOVE WS-UNI-CONT-IDADE TO WS-CONT-EDIT-2.
           MOVE WS-UNI-CONT-SEXO TO WS-CONT-EDIT-3.
           MOVE WS-UNI-CONT-REJEITADAS TO WS-CONT-EDIT-4.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "  TOTAL DA UNIDADE " WS-UNIDADE-ANTERIOR ": "
               WS-CONT-EDIT " PESAGEM(NS) - IDADE " WS-CONT-EDIT-2
               " SEXO " WS-CONT-EDIT-3 " REJEITADAS " WS-CONT-EDIT-4
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE ZERO TO WS-UNI-CONT.
           MOVE ZERO TO WS-UNI-CONT-IDADE.
           MOVE ZERO TO WS-UNI-CONT-SEXO.
           MOVE ZERO TO WS-UNI-CONT-REJEITADAS.

       LOCALIZAR-NOME-PACIENTE.
           MOVE SPACES TO WS-PACIENTE-NOME.
           MOVE DV-PATIENT-ID TO PM-PATIENT-ID.
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
           STRING "DIVERGENCIAS LIDAS.............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-UNIDADES TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "UNIDADES COM DIVERGENCIA.......: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-IDADE TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "IDADE DIVERGENTE...............: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-SEXO TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "SEXO DIVERGENTE................: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           MOVE WS-CONT-REJEITADAS TO WS-CONT-EDIT.
           MOVE SPACES TO RELATORIO-LINE.
           STRING "REJEITADAS POR OUTRO MOTIVO....: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO RELATORIO-LINE.
           WRITE RELATORIO-LINE.
           IF WS-CONT-LIDOS = WS-CONT-LISTADOS
               MOVE "CONFERENCIA OK: LIDOS = LISTADOS"
                   TO RELATORIO-LINE
           ELSE
               MOVE "*** ERRO DE CONFERENCIA: TOTAIS NAO FECHAM ***"
                   TO RELATORIO-LINE
           END-IF.
           WRITE RELATORIO-LINE.

       FINALIZAR.
           PERFORM GRAVAR-RODAPE.
           CLOSE RELATORIO-FILE.
           CLOSE PACMST-FILE.
           IF WS-CONT-LIDOS NOT = WS-CONT-LISTADOS
               DISPLAY "ERRO: conferencia das divergencias nao fecha"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-LIDOS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
