      ******************************************************************
      * Copybook:   ICJRNL
      * Purpose:    Record layout for the reference code maintenance
      *             journal (CODEJRNL.DAT, appended to by CODEAPPR as it
      *             applies approved changes, and read back by
      *             CODEBACK). One record per applied change, tagged
      *             with the run id CODEAPPR displays for the session:
      *               JRN-ACTION "A" = key added    (image = the new
      *                                record; backout deletes it)
      *                          "R" = key replaced (image = the
