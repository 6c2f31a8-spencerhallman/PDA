      * USED AS THE LINE'S UNIT PRICE (PRICED PER THE KIT).            *
      ******************************************************************
           05 PENDING-ORDER-KIT-PRICE  PIC S9(05)V99   COMP-3.
      ******************************************************************
      * MANUAL UNIT PRICE OVERRIDE KEYED ON THE LINE (PDA008 ACTION    *
      * P).  STATUS SPACE = NO OVERRIDE; A = APPLIED, THE SUBMIT       *
      * (PDA009) CHARGES THE OVERRIDE PRICE AND KEEPS THE RESOLVED     *
      * PRICE AS THE LINE'S ORIGINAL PRICE; P = OVER THE USER'S ROLE   *
      * LIMIT AND WAITING ON THE SUPERVISOR QUEUE (PDA057) -- THE      *
      * LINE IS CHARGED THE NORMAL PRICE UNTIL APPROVED.  THE          *
      * OVERRIDE NUMBER POINTS AT THE VPRCOVR JOURNAL RECORD.          *
      * PRICE AND NUMBER ARE MEANINGFUL ONLY WHEN THE STATUS IS SET.   *
      ******************************************************************
           05 PENDING-ORDER-OVR-PRICE  PIC S9(08)V99   COMP-3.
           05 PENDING-ORDER-OVR-REASON PIC X(03).
           05 PENDING-ORDER-OVR-STATUS PIC X(01).
              88 PENDING-OVR-APPLIED                   VALUE 'A'.
              88 PENDING-OVR-PENDING                   VALUE 'P'.
              88 PENDING-OVR-NONE                      VALUE ' '.
           05 PENDING-ORDER-OVR-NUMBER PIC 9(10).
