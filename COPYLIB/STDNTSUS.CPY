      *  THE EDIT WITHOUT BEING REKEYED.
      *
      *  REASON CODES:
      *    01 - ACTION CODE NOT A/C/D/S
      *    02 - STUDENT ID NOT NUMERIC
      *    03 - GPA NOT NUMERIC
      *    04 - GPA OUT OF RANGE 0.00-4.00
