      ******************************************************************
      * Copybook:   ICREASON
      * Purpose:    Plain-English reason texts for the result codes
      *             BATCHVAL and BATCHREP report, so the reject return
      *             file (see the ICRETN copybook) tells the sending
      *             system what is wrong with a record without the
      *             reader knowing what result code 06 from a VDA check
      *             means. One entry per check + result code:
      *               IC-RSN-CHECK  the BATCHFLD.DEF check code, or
      *                             ADV  = the ICRSLT code domain
      *                                    shared by VIA and VDA
      *                             RULE = a BATCHRUL.DEF rule failed
      *                             DUP  = duplicate transaction
      *               IC-RSN-CODE   the result code on the exception
      *                             report
      *               IC-RSN-TEXT   the text sent back
      *             Sequence and group reasons are already worded for
      *             the reader and are returned as they stand. A check
      *             and code with no entry here is returned with a
      *             generic text; add the entry when a new code
      *             appears. IC-REASON-COUNT must match the number of
      *             FILLER entries.
      ******************************************************************
       01  IC-REASON-TEXTS.
           05  FILLER PIC X(56) VALUE
               "ADV 00VALUE IS BLANK".
           05  FILLER PIC X(56) VALUE
               "ADV 02VALUE IS NOT NUMERIC".
           05  FILLER PIC X(56) VALUE
               "ADV 03VALUE HAS TOO MANY CHARACTERS".
           05  FILLER PIC X(56) VALUE
               "ADV 04DECIMAL POINT NOT ALLOWED - WHOLE NUMBER ONLY".
           05  FILLER PIC X(56) VALUE
               "ADV 05MORE THAN ONE DECIMAL POINT".
           05  FILLER PIC X(56) VALUE
               "ADV 06DECIMAL COMMA WHERE A POINT IS EXPECTED".
           05  FILLER PIC X(56) VALUE
               "ADV 07MORE THAN ONE COMMA".
           05  FILLER PIC X(56) VALUE
               "ADV 08BOTH A DECIMAL POINT AND A COMMA".
           05  FILLER PIC X(56) VALUE
               "ADV 09SEVERAL DECIMAL POINTS AND COMMAS".
           05  FILLER PIC X(56) VALUE
               "ADV 10DIGIT GROUPING NOT ALLOWED - WHOLE NUMBER ONLY".
           05  FILLER PIC X(56) VALUE
               "ADV 11NUMBER FORMAT NOT RECOGNISED".
           05  FILLER PIC X(56) VALUE
               "VDT 00DATE IS BLANK".
           05  FILLER PIC X(56) VALUE
               "VDT 02DATE IS NOT IN CCYYMMDD FORMAT".
           05  FILLER PIC X(56) VALUE
               "VDT 03MONTH IS NOT 01 TO 12".
           05  FILLER PIC X(56) VALUE
               "VDT 04DAY DOES NOT EXIST IN THAT MONTH".
           05  FILLER PIC X(56) VALUE
               "VNP 01TOO MANY DIGITS BEFORE THE DECIMAL POINT".
           05  FILLER PIC X(56) VALUE
               "VNP 02TOO MANY DECIMAL PLACES".
           05  FILLER PIC X(56) VALUE
               "VNP 03TOO MANY WHOLE AND DECIMAL DIGITS".
           05  FILLER PIC X(56) VALUE
               "VNP 09VALUE IS BLANK, NOT NUMERIC OR TOO LONG".
           05  FILLER PIC X(56) VALUE
               "VAM 00VALUE DOES NOT MATCH THE REQUIRED PATTERN".
           05  FILLER PIC X(56) VALUE
               "VAM 02VALUE IS LONGER THAN THE REQUIRED PATTERN".
           05  FILLER PIC X(56) VALUE
               "VCD 00CHECK DIGIT IS WRONG".
           05  FILLER PIC X(56) VALUE
               "VCD 02VALUE CANNOT CARRY A CHECK DIGIT".
           05  FILLER PIC X(56) VALUE
               "VLU 00CODE IS NOT ON OUR REFERENCE LIST".
           05  FILLER PIC X(56) VALUE
               "VLU 02REFERENCE LIST UNAVAILABLE - RESEND RECORD".
           05  FILLER PIC X(56) VALUE
               "VLU 03CODE IS NOT IN EFFECT ON THE BUSINESS DATE".
           05  FILLER PIC X(56) VALUE
               "VBD 00DATE IS BLANK".
           05  FILLER PIC X(56) VALUE
               "VBD 02DATE IS NOT IN CCYYMMDD FORMAT".
           05  FILLER PIC X(56) VALUE
               "VBD 03MONTH IS NOT 01 TO 12".
           05  FILLER PIC X(56) VALUE
               "VBD 04DAY DOES NOT EXIST IN THAT MONTH".
           05  FILLER PIC X(56) VALUE
               "VBD 05DATE FALLS ON A WEEKEND".
           05  FILLER PIC X(56) VALUE
               "VBD 06DATE FALLS ON A BANK HOLIDAY".
           05  FILLER PIC X(56) VALUE
               "VBD 07DATE IS IN THE FUTURE".
           05  FILLER PIC X(56) VALUE
               "VBD 08DATE IS OLDER THAN THE FEED ALLOWS".
           05  FILLER PIC X(56) VALUE
               "RULE00FIELDS ARE INCONSISTENT WITH EACH OTHER".
           05  FILLER PIC X(56) VALUE
               "DUP 00SAME TRANSACTION ALREADY RECEIVED".
       01  IC-REASON-TABLE REDEFINES IC-REASON-TEXTS.
           05  IC-REASON-ENTRY OCCURS 36 TIMES.
               10  IC-RSN-CHECK             PIC X(04).
               10  IC-RSN-CODE              PIC 99.
               10  IC-RSN-TEXT              PIC X(50).
       01  IC-REASON-COUNT                  PIC 9(02) VALUE 36.
