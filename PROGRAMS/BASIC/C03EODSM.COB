      *                  a media das mesmas terca/quarta/etc
      *                  recentes e gritar quando o volume foge do
      *                  normal.
      *  2026-10-15  RM  FD das excecoes (layout REJREC) alargado
      *                  para X(120): REJ-INPUT-DATA passou a X(60).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  QE-OPERATOR         PIC X(08).

       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  EOD-RPT-FILE.
       01  EOD-RPT-RECORD          PIC X(80).
