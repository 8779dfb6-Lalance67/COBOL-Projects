      *****************************************************************
      * ID-CARD-RECORD.cpy
      * Shared record layout for the ID-CARD-PRINT file - one record
      * per student ID card for the card printer, written by
      * ID-CARD-PRINT. IC-BARCODE is the student id framed in the
      * asterisk start/stop characters the printer's Code 39 font
      * and the classroom badge readers expect.
      * Usage: COPY "ID-CARD-RECORD.cpy".
      *****************************************************************
       01  ID-CARD-RECORD.
           05  IC-STUDENT-ID         PIC X(6).
           05  FILLER                PIC X VALUE SPACE.
           05  IC-NAME               PIC X(27).
           05  FILLER                PIC X VALUE SPACE.
           05  IC-BARCODE            PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  IC-PROGRAM-CODE       PIC X(4).
           05  FILLER                PIC X VALUE SPACE.
      *    the photo file the card printer pulls - PHOTO-<id>.JPG
      *    from the picture-day upload
           05  IC-PHOTO-REF          PIC X(16).
           05  FILLER                PIC X VALUE SPACE.
      *    2026-27 style
           05  IC-SCHOOL-YEAR        PIC X(7).
           05  FILLER                PIC X VALUE SPACE.
           05  IC-PRINT-DATE         PIC 9(8).
