      ******************************************************************
      * QUOTES-RECORD - one priced shape quote per record on the
      * QUOTES file, written by EXERCICIO14 (number off IDISSUE
      * serie 'O') and closed out by QUOTEOUT. Outcome trail: date
      * quoted and 'A' aberta, 'C' aceita, 'R' rejeitada, 'X'
      * expirada - QUOTEOUT owns the outcome. QT-LADO-CORTE is the
      * side of the square blank the shape is cut from (the longer
      * side of a quadrilateral or triangle, the diameter of a
      * circle), what the cutting list is keyed in. Quotes written
      * before the fields read back with spaces. COPY into the FD
      * for a file ASSIGNed to "QUOTES".
      ******************************************************************
       01  QUOTES-RECORD.
           05 QT-NUMERO             PIC 9(6).
           05 QT-DELIM-1            PIC X(1).
           05 QT-FORMA              PIC X(12).
           05 QT-DELIM-2            PIC X(1).
           05 QT-MATERIAL           PIC X(6).
           05 QT-DELIM-3            PIC X(1).
           05 QT-AREA               PIC 9(6)V99.
           05 QT-DELIM-4            PIC X(1).
           05 QT-BORDA              PIC 9(6)V99.
           05 QT-DELIM-5            PIC X(1).
           05 QT-VALOR              PIC 9(7)V99.
           05 QT-DELIM-6            PIC X(1).
           05 QT-DATA               PIC 9(8).
           05 QT-DELIM-7            PIC X(1).
           05 QT-STATUS             PIC X(1).
           05 QT-DELIM-8            PIC X(1).
           05 QT-LADO-CORTE         PIC 9(4).
