      *----------------------------------------------------------------*
      *    CVDSTLGY  -  REPORT DISTRIBUTION LOG (DISTLOG)              *
      *    ONE ROW PER DELIVERY CBRPTDST MAKES - A REPORT OR SECTION   *
      *    TO A RECIPIENT, WITH THE LINE COUNT - PLUS A ROW FOR EACH   *
      *    EXPECTED REPORT THE CYCLE DID NOT PRODUCE, EACH SECTION KEY *
      *    THE CATALOG DOES NOT ROUTE AND EACH REPORT IT DOES NOT      *
      *    KNOW. APPENDED EACH CYCLE.                                  *
      *----------------------------------------------------------------*
       01  DIST-LOG-RECORD.
           05  DSL-RUN-DATE                PIC X(08).
           05  DSL-RUN-TIME                PIC X(06).
           05  DSL-REPORT-ID               PIC X(08).
           05  DSL-SECTION-KEY             PIC X(10).
           05  DSL-EVENT                   PIC X(01).
               88  DSL-SENT                         VALUE 'S'.
               88  DSL-REPORT-MISSING               VALUE 'M'.
               88  DSL-SECTION-UNROUTED             VALUE 'U'.
               88  DSL-REPORT-UNCATALOGUED          VALUE 'X'.
           05  DSL-RECIPIENT-ID            PIC X(08).
           05  DSL-CONTACT                 PIC X(30).
           05  DSL-LINE-COUNT              PIC 9(07).
           05  FILLER                      PIC X(22).
