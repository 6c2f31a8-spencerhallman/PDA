      ******************************************************************
      * SUPPLIER COMPLIANCE DOCUMENT RECORD  -- VSAM KSDS              *
      * ONE RECORD PER SUPPLIER AND DOCUMENT TYPE, KEYED BY PREFIX,    *
      * SUPPLIER ID AND DOCUMENT TYPE.  HOLDS THE CERTIFICATE OR FORM  *
      * REFERENCE NUMBER WITH ITS ISSUE AND EXPIRATION DATES           *
      * (EXPIRATION ZEROES = DOES NOT EXPIRE).  MAINTAINED ONLINE BY   *
      * PDA065, SHOWN TO THE SUPPLIER BY PDA029.  AN EXPIRED           *
      * INSURANCE OR TAX DOCUMENT STOPS ALL REORDERS TO THE SUPPLIER   *
      * IN PDAB22; AN EXPIRED HAZMAT CERTIFICATION STOPS REORDERS OF   *
      * HAZMAT ITEMS ONLY.  PDAB109 LISTS DOCUMENTS DUE TO EXPIRE.     *
      ******************************************************************
       01  SUPP-DOC-RECORD.
           05  SUPP-DOC-KEY.
               10 SUPP-DOC-PREFIX      PIC 9(05).
               10 SUPP-DOC-PRE REDEFINES
                  SUPP-DOC-PREFIX      PIC X(05).
               10 SUPP-DOC-SUPPLIER-ID PIC X(32).
               10 SUPP-DOC-TYPE        PIC X(03).
                  88 SUPP-DOC-INSURANCE                VALUE 'INS'.
                  88 SUPP-DOC-TAX-FORM                 VALUE 'TAX'.
                  88 SUPP-DOC-HAZMAT                   VALUE 'HAZ'.
                  88 SUPP-DOC-OTHER                    VALUE 'OTH'.
                  88 SUPP-DOC-VALID-TYPE               VALUE 'INS'
                                                             'TAX'
                                                             'HAZ'
                                                             'OTH'.
                  88 SUPP-DOC-ALWAYS-REQUIRED          VALUE 'INS'
                                                             'TAX'.
           05 SUPP-DOC-REFERENCE       PIC X(20)       VALUE SPACES.
           05 SUPP-DOC-ISSUE-DATE      PIC 9(08)       VALUE ZEROES.
           05 SUPP-DOC-EXPIRE-DATE     PIC 9(08)       VALUE ZEROES.
           05 SUPP-DOC-CHANGED-BY      PIC X(08)       VALUE SPACES.
           05 SUPP-DOC-CHANGED-DATE    PIC 9(08)       VALUE ZEROES.
           05 FILLER                   PIC X(36)       VALUE SPACES.
