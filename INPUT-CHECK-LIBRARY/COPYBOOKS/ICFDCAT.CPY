      ******************************************************************
      * Copybook:   ICFDCAT
      * Purpose:    Record layout for the keyed feed catalog
      *             (FEEDCAT.DAT), one record per feed id, maintained
      *             by FEEDCAT. Names the control files each feed is
      *             validated against, so several feeds can run in one
      *             batch window without copying BATCHFLD.DEF and
      *             friends in and out between steps. A blank file
      *             name means the original fixed name (BATCHFLD.DEF,
      *             BATCHRUL.DEF, BATCHPRM.DAT); a blank inbound feed
      *             file means FEEDID.CCYYMMDD.IN.
      *
      *             CAT-ACTIVE and CAT-RUN-DAYS govern the FEEDDRV
      *             schedule only: an inactive feed, or one not due on
      *             the business date's weekday, is skipped by the
      *             driver but can still be run by hand.
      ******************************************************************
       01  CAT-RECORD.
           05  CAT-FEED-ID                   PIC X(08).
           05  CAT-DESCRIPTION               PIC X(30).
           05  CAT-ACTIVE                    PIC X(01).
               88  CAT-FEED-ACTIVE           VALUE "Y".
      *    Monday through Sunday, "Y" = due that day; all blank =
      *    due every day.
           05  CAT-RUN-DAYS                  PIC X(07).
           05  CAT-FEED-FILE                 PIC X(40).
           05  CAT-FIELD-DEF-FILE            PIC X(40).
           05  CAT-RULE-DEF-FILE             PIC X(40).
           05  CAT-PARAMETER-FILE            PIC X(40).
