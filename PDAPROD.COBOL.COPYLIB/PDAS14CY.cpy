      *****************************************************************
      *    PDAS14 COMMAREA                                            *
      *                                                               *
      *    PDAS14 IS LINKED FROM EVERY TERMINAL-DRIVEN CICS PROGRAM   *
      *    AS THE TASK ENDS (RETURN, XCTL, FINAL MESSAGE OR ERROR     *
      *    ROUTINE) BY THE COMMON PARAGRAPH IN PDARESP, TO RECORD     *
      *    THE TASK'S RESPONSE TIME ON THE RESPONSE TIME LOG.  THE    *
      *    START TIME IS THE ABSTIME TAKEN IN P00050-INITIALIZE;      *
      *    PDAS14 STAMPS THE END TIME, TRANSACTION AND TERMINAL       *
      *    ITSELF.  THE ERROR ROUTINE SETS WRT-ENDED-IN-ERROR BEFORE  *
      *    LOGGING.  LINK LENGTH IS 25.                               *
      *****************************************************************

       01  PDAS14-COMMAREA.
           03  WRT-PROGRAM             PIC X(08)   VALUE SPACES.
           03  WRT-USERID              PIC X(08)   VALUE SPACES.
           03  WRT-START-ABS           PIC S9(15)  VALUE +0  COMP-3.
           03  WRT-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  WRT-ENDED-IN-ERROR              VALUE 'Y'.

       01  WRT-LOGGED-SW               PIC X(01)   VALUE 'N'.
           88  WRT-RESPONSE-LOGGED                 VALUE 'Y'.
