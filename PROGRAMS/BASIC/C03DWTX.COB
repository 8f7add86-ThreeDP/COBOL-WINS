      *                  DWTRNLOG pelo companheiro C03DWAK, que
      *                  aponta geracao rejeitada ou sem ack e
      *                  enfileira retransmissao (DWRETRAN).
      *  2026-10-15  RM  Registro do FXCNVEXT lido e repassado com 105
      *                  posicoes: a cotacao de seis casas
      *                  (CE-COTACAO-EXATA, 95-105) era cortada e nao
      *                  chegava ao warehouse. O detalhe "DT " +
      *                  origem + imagem fica com 117, dentro do
      *                  DWINTF de 120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TEMP-EXT-RECORD         PIC X(100).

       FD  FX-CNV-EXT-FILE.
       01  FX-CNV-EXT-RECORD       PIC X(105).

       FD  AREA-EXT-FILE.
       01  AREA-EXT-RECORD         PIC X(100).
           05  FILLER              PIC X(03) VALUE "DT ".
           05  DWH-DT-SOURCE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DWH-DT-IMAGE        PIC X(105).
       01 DWH-BATCH-TRAILER.
           05  FILLER              PIC X(03) VALUE "BT ".
           05  DWH-BT-SOURCE       PIC X(08).
