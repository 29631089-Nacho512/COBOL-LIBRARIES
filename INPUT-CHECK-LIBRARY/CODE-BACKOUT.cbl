      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Backout companion to CODEAPPR, which applies the
      *             approved CODEMNT and CODELOAD changes. Reads the
      *             maintenance journal (CODEJRNL.DAT, see the ICJRNL
      *             copybook) for one named run and reverses it
      *             against ICCODES.DAT, newest entry first so a key
      *                                (rewritten if the key has since
      *                                been re-added)
      *             Journal entries of other runs are untouched, and
      *             the backout itself is NOT journaled - filing the
      *             changes again and having them approved is the way
      *             to redo a backed-out run.
      *
      *             Run parameter (command line, required):
      *                 run id (14 characters, as displayed by
      *                 CODEAPPR at start and end of session)
      *
      *             Return codes: 0 run reversed, 4 run id not found
      *             in the journal, 8 errors during reversal, 16 setup
