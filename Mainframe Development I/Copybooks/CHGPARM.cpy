      *****************************************************************
      * CHGPARM - PARAMETER BLOCK FOR THE SHARED CHGLOG SUBPROGRAM,
      * THE ONE WRITER OF THE MASTER-FILE CHANGE JOURNAL. EVERY
      * MASTER-MAINTENANCE PROGRAM CALLS IT ONCE PER APPLIED CARD
      * WITH THE MASTER RECORD AS IT STOOD BEFORE THE CARD AND AS
      * IT STANDS AFTER, AND ONCE MORE AT END OF RUN TO CLOSE THE
      * JOURNAL.
      *
      * JP-FUNCTION: "W" = JOURNAL THIS CHANGE, "C" = CLOSE THE
      * JOURNAL (END OF RUN; HARMLESS WHEN NOTHING WAS JOURNALED).
      * JP-MASTER-ID: THE MASTER'S DD NAME (EMPMSTR, CODEMSTR ...),
      * WHICH IS WHAT CHGRPT IS ASKED FOR.
      * JP-KEY: THE MASTER RECORD'S KEY, LEFT-JUSTIFIED.
      * JP-ACTION: THE CARD'S ACTION CODE AS KEYED.
      * JP-BEFORE-IMAGE / JP-AFTER-IMAGE: THE WHOLE MASTER RECORD,
      * LEFT-JUSTIFIED AND SPACE-FILLED TO THE WIDEST MASTER IN THE
      * SUITE. AN ADD HAS NO BEFORE-IMAGE AND A DELETE NO AFTER-
      * IMAGE - THOSE CARRY SPACES.
      *****************************************************************
       01 CHANGE-JOURNAL-PARM.
          05 JP-FUNCTION           PIC X(1).
          05 JP-PROGRAM-ID         PIC X(8).
          05 JP-MASTER-ID          PIC X(8).
          05 JP-KEY                PIC X(20).
          05 JP-ACTION             PIC X(1).
          05 JP-BEFORE-IMAGE       PIC X(132).
          05 JP-AFTER-IMAGE        PIC X(132).
