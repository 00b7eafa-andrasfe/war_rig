      *----------------------------------------------------------------*
      *    CVDSTCTY  -  REPORT DISTRIBUTION CATALOG (DISTCAT)          *
      *    SAYS WHO RECEIVES EACH NIGHT REPORT AND EACH SECTION OF IT. *
      *    KEYED BY REPORT ID (THE PRODUCING PROGRAM, WHOSE NAME       *
      *    STARTS THE REPORT'S FIRST LINE) AND SECTION KEY:            *
      *      - THE REPORT ROW (SECTION KEY SPACES) NAMES THE TEAM THAT *
      *        GETS THE WHOLE REPORT, WHETHER THE CYCLE MUST PRODUCE   *
      *        IT, AND HOW ITS SECTIONS ARE FOUND: A SECTION STARTS AT *
      *        A LINE CARRYING THE MARK TEXT AT THE MARK POSITION AND  *
      *        RUNS ON OVER THE INDENTED LINES AFTER IT; ITS KEY IS    *
      *        TAKEN FROM THE KEY POSITION OF THAT LINE,               *
      *      - A SECTION ROW ROUTES ONE KEY (A CHANNEL SOURCE OR AN    *
      *        INSTITUTION) TO ITS OWNING TEAM, WHO GET THE REPORT'S   *
      *        HEADING LINE AND THEIR OWN SECTIONS ONLY.               *
      *    FOR A CHANNEL-KEYED REPORT A SECTION ROW WITH NO CONTACT    *
      *    TAKES CHN-OWNER-CONTACT FROM THE CHANNEL MASTER. USED BY    *
      *    CBRPTDST AFTER THE NIGHT CYCLE. TYPICAL REPORT ROWS:        *
      *      CBCHNRPT  BY CHANNEL      MARK 'SOURCE ' AT 1, KEY 8 (2)  *
      *      CBDCLRPT  BY INSTITUTION  MARK '  INST ' AT 1, KEY 8 (3)  *
      *      CBSNCRPT, CBWTCHRP, CBDSPAGE  WHOLE REPORT ONLY           *
      *----------------------------------------------------------------*
       01  DIST-CATALOG-RECORD.
           05  DSC-KEY.
               10  DSC-REPORT-ID           PIC X(08).
               10  DSC-SECTION-KEY         PIC X(10).
                   88  DSC-IS-REPORT-ROW            VALUE SPACES.
      *    RECIPIENT ID ROUTES THE OUTPUT (DISTOUT KEY); NAME AND
      *    CONTACT ARE FOR THE DELIVERY LOG.
           05  DSC-RECIPIENT-ID            PIC X(08).
           05  DSC-RECIPIENT-NAME          PIC X(30).
           05  DSC-CONTACT                 PIC X(30).
      *    REPORT ROW ONLY.
           05  DSC-REPORT-DATA.
               10  DSC-REPORT-DESC         PIC X(30).
               10  DSC-EXPECTED-SW         PIC X(01).
                   88  DSC-EXPECTED-EACH-CYCLE      VALUE 'Y'.
               10  DSC-SECTION-TYPE        PIC X(01).
                   88  DSC-WHOLE-REPORT-ONLY        VALUE ' '.
                   88  DSC-BY-CHANNEL               VALUE 'C'.
                   88  DSC-BY-INSTITUTION           VALUE 'I'.
               10  DSC-MARK-TEXT           PIC X(12).
               10  DSC-MARK-LEN            PIC 9(02).
               10  DSC-MARK-POS            PIC 9(03).
               10  DSC-KEY-POS             PIC 9(03).
               10  DSC-KEY-LEN             PIC 9(02).
           05  DSC-UPDATED-BY              PIC X(08).
           05  DSC-UPDATED-DATE            PIC X(08).
           05  FILLER                      PIC X(20).
