      *****************************************************************
      *    PDAS13 PARAMETER PASS AREA                                 *
      *                                                               *
      *    PDAS13 IS THE ONE PLACE A DATE IS TURNED INTO AN           *
      *    ACCOUNTING PERIOD AND A PERIOD INTO ITS DATES.  A PREFIX   *
      *    WITH A FISCAL_CALENDAR (PDA067) USES ITS FISCAL PERIODS,   *
      *    KEYED CCYYPP; A PREFIX WITH NO FISCAL CALENDAR USES        *
      *    CALENDAR MONTHS, KEYED CCYYMM.                             *
      *                                                               *
      *    FUNCTION D  GIVEN PDAS13-DATE (CCYYMMDD), RETURN THE       *
      *                PERIOD HOLDING IT WITH ITS FIRST/LAST DAY      *
      *    FUNCTION P  GIVEN PDAS13-PERIOD, RETURN ITS FIRST/LAST DAY *
      *                                                               *
      *    RETURN CODES:  00  RESOLVED                                *
      *                   04  NOT ON THE PREFIX'S FISCAL CALENDAR     *
      *                   08  INVALID DATE, PERIOD OR FUNCTION        *
      *                   16  DB2 ERROR (SQLCODE RETURNED)            *
      *****************************************************************

       01  PDAS13-PARMS.
           03  PDAS13-FUNCTION         PIC X(01)   VALUE SPACES.
               88  PDAS13-DATE-TO-PERIOD          VALUE 'D'.
               88  PDAS13-PERIOD-TO-DATES         VALUE 'P'.
           03  PDAS13-PREFIX           PIC X(05)   VALUE SPACES.
           03  PDAS13-DATE             PIC 9(08)   VALUE ZEROES.
           03  PDAS13-PERIOD           PIC X(06)   VALUE SPACES.
           03  PDAS13-START-DATE       PIC 9(08)   VALUE ZEROES.
           03  PDAS13-END-DATE         PIC 9(08)   VALUE ZEROES.
           03  PDAS13-CALENDAR-SW      PIC X(01)   VALUE SPACES.
               88  PDAS13-FISCAL-CALENDAR         VALUE 'F'.
               88  PDAS13-CALENDAR-MONTHS         VALUE 'M'.
           03  PDAS13-RETURN-CODE      PIC X(02)   VALUE SPACES.
               88  PDAS13-RESOLVED                VALUE '00'.
               88  PDAS13-NOT-ON-CALENDAR         VALUE '04'.
               88  PDAS13-INVALID-REQUEST         VALUE '08'.
               88  PDAS13-CALENDAR-ERROR          VALUE '16'.
           03  PDAS13-SQLCODE          PIC S9(09)  VALUE +0 COMP.
           03  FILLER                  PIC X(17)   VALUE SPACES.
