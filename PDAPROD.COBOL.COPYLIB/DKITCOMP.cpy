      * PRICE THE COMPONENT CARRIES WHEN SOLD AS PART OF THE KIT.     *
      * PDA007 EXPLODES A KIT SELECTION INTO COMPONENT PENDING        *
      * LINES; PDAB04 COMPUTES KIT AVAILABILITY AS THE MINIMUM        *
      * ACROSS COMPONENTS.  PDAB104 BUILDS FINISHED KIT STOCK AHEAD   *
      * ON WORK ORDERS (VKITWO); A KIT WITH FINISHED STOCK IS SOLD    *
      * BY PDA007 AS ONE LINE INSTEAD OF BEING EXPLODED.              *
      ******************************************************************
           EXEC SQL DECLARE KIT_COMPONENT TABLE
           ( PREFIX                         CHAR(5) NOT NULL,
