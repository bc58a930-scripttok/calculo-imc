           05 HT-PATIENT-ID        PIC X(6).
           05 FILLER               PIC X(1).
           05 HT-DATA              PIC X(10).
           05 FILLER               PIC X(100).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-RECORD    PIC X(117).

       FD  HISTORICO-NOVO-FILE.
       01  HISTORICO-NOVO-RECORD   PIC X(117).

       FD  CONTROLE-FILE.
       01  CONTROLE-LINE           PIC X(100).
