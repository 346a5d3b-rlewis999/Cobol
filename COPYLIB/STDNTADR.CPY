      *****************************************************
      *  SHARED RECORD LAYOUT FOR STDNTADR.DAT, THE
      *  STUDENT MAILING ADDRESS FILE, INDEXED ON MA-ID.
      *  ONE RECORD PER STUDENT:
      *    MA-LINE-1, MA-LINE-2 - STREET ADDRESS LINES
      *    MA-CITY, MA-STATE, MA-POSTAL - CITY, TWO-
      *                   LETTER STATE CODE, POSTAL CODE
      *    MA-RETURNED  - 'Y' WHEN MAIL TO THIS ADDRESS
      *                   HAS COME BACK UNDELIVERABLE
      *    MA-RETURNED-DATE - DATE THE FLAG WAS SET
      *                   (YYYYMMDD), ZERO WHEN NOT SET
      *    MA-EMAIL     - EMAIL ADDRESS, MAY BE BLANK
      *  THE RECORD AFTER THE ID IS LAID OUT IN THREE
      *  PARTS OF 53 CHARACTERS.  EACH PART IS ONE IMAGE
      *  ON THE CHANGE AUDIT TRAIL, SO A CHANGE TO THE
      *  ADDRESS WRITES THREE AUDIT RECORDS KEYED ON THE
      *  ID AND THE PART NUMBER.
      *****************************************************
       01  MA-REC.
           05 MA-ID             PIC X(7).
           05 MA-PART-1.
              10   MA-LINE-1    PIC X(30).
              10   MA-CITY      PIC X(20).
              10   MA-STATE     PIC XX.
              10   MA-RETURNED  PIC X.
           05 MA-PART-2.
              10   MA-LINE-2    PIC X(30).
              10   MA-POSTAL    PIC X(10).
              10   MA-RETURNED-DATE
                                PIC 9(8).
              10   FILLER       PIC X(5).
           05 MA-PART-3.
              10   MA-EMAIL     PIC X(50).
              10   FILLER       PIC X(3).
