       DATA DIVISION.
       FILE SECTION.
      * Mesmo layout do mestre de pacientes lido ate aqui pelo
      * IMC.cbl - os 52 primeiros bytes sao copiados intactos para o
      * indexado. Layout de 74 bytes com SEXO e SITUACAO mantidos pelo
      * feed demografico do EHR (IMCPACAT) e as datas de desativacao
      * e de eliminacao (IMCPACAT/IMCRETEN), que ficam so no mestre;
      * registros antigos de 48/52 bytes entram com os campos novos em
      * branco (branco = ativo).
       FD  PACMST-FILE.
       01  PACMST-RECORD.
           05 PM-PATIENT-ID        PIC X(6).
           05 PM-SEXO              PIC X(1).
           05 FILLER               PIC X(1).
           05 PM-SITUACAO          PIC X(1).
           05 FILLER               PIC X(1).
           05 PM-DATA-DESATIVACAO  PIC X(10).
           05 FILLER               PIC X(1).
           05 PM-DATA-ELIMINACAO   PIC X(10).

       FD  PACIDX-FILE.
       01  PACIDX-RECORD.
