      *
      *MODIFICATION HISTORY:
      *  2026-08-22  RM  Initial version.
      *  2026-10-15  RM  FDs dos tres checkpoints alargados para
      *                  X(100), acompanhando o registro CKPTREC
      *                  (totais de Real e IOF de C03EX03K).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-CKPT-FILE.
       01  TEMP-CKPT-RECORD        PIC X(100).

       FD  FX-CKPT-FILE.
       01  FX-CKPT-RECORD          PIC X(100).

       FD  AREA-CKPT-FILE.
       01  AREA-CKPT-RECORD        PIC X(100).

       FD  TEMP-SEQ-FILE.
       01  TEMP-SEQ-RECORD         PIC X(25).
