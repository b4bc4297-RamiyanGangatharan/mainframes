        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRVERASE.
        DATE-WRITTEN. OCTOBER 15, 2026.
        AUTHOR. RAMIYAN GANGATHARAN.
      * DESCRIPTION: PRIVACY ERASURE. A CUSTOMER WHO ASKS TO BE
      * FORGOTTEN IS FOUND AND ANONYMIZED IN EVERY FILE THAT HOLDS
      * THEIR PERSONAL DETAILS, AND THE PRIVACY OFFICER GETS A
      * CERTIFICATE REGISTER OF WHAT WAS FOUND AND CHANGED IN EACH.
      * ONE ERASE CARD PER REQUEST, BY PHONE OR BY EMAIL:
      *   COLS 1 TYPE (P PHONE / E EMAIL), 3-34 THE PHONE OR EMAIL
      *   AS THE CUSTOMER GAVE IT, 36-45 THE PRIVACY CASE REFERENCE.
      * PHONES ARE COMPARED NORMALIZED TO TEN DIGITS (AS THE
      * CUSTOMER MASTER KEYS THEM), EMAILS UPPER-CASED. A CONTACT
      * FOUND BY ONE ALSO YIELDS THE OTHER, SO AN EMAIL REQUEST
      * REACHES THE LAYAWAYS TAKEN UNDER THE SAME PERSON'S PHONE.
      * THE FILES, IN THE ORDER THEY ARE SWEPT:
      *   CONTACT DIRECTORY - THE ENTRY IS REMOVED (OLD MASTER IN,
      *     NEW MASTER OUT, SWAPPED IN BY THE JCL).
      *   CHANGE JOURNAL - CONTACT BEFORE/AFTER IMAGES FOR THE
      *     PERSON HAVE THE KEY AND IMAGE BLANKED, BOTH RECORDS OF
      *     THE PAIR TOGETHER; A KEY THAT IS A REMOVED CONTACT'S
      *     NAME IS BLANKED EVEN WHERE THE IMAGE IS. THE DATE, USER
      *     AND ACTION STAY SO THE AUDIT TRAIL STILL SHOWS A CHANGE
      *     HAPPENED. COPIED AND SWAPPED LIKE THE DIRECTORY.
      *   LAYAWAY MASTER - NAME AND PHONE BLANKED IN PLACE; THE
      *     AMOUNTS, DATES AND STATUS ARE FINANCIAL RECORDS AND ARE
      *     KEPT.
      *   LAYAWAY HISTORY - EVERY MSTARCH GENERATION READ AS ONE
      *     AND COPIED WHOLE WITH THE NAME AND PHONE BLANKED THE
      *     SAME WAY; THE JCL REPLACES THE GENERATIONS WITH THE
      *     COPY.
      *   CUSTOMER MASTER - THE RECORD IS DELETED (ITS KEY IS THE
      *     PHONE ITSELF); A8CUSBLD WILL NOT REBUILD IT, AS THE
      *     LAYAWAYS NO LONGER CARRY THE PHONE.
      *   LAYAWAY CHASE LIST - EVERY GENERATION READ AS ONE, NAME
      *     AND PHONE BLANKED, INVOICE AND BALANCE KEPT, COPIED
      *     WHOLE; THE JCL REPLACES THE GENERATIONS WITH THE COPY.
      *   MAIL-MERGE EXPORT - EVERY GENERATION READ AS ONE; THE
      *     PERSON'S ROWS (MATCHED ON NAME AND POSTAL CODE FROM THE
      *     REMOVED CONTACT) ARE DROPPED FROM THE COPY, WHICH
      *     REPLACES THE GENERATIONS THE SAME WAY.
      *   TRANSACTION FILES - THE L RECORD THAT OPENS A LAYAWAY
      *     CARRIES THE CUSTOMER'S NAME AND PHONE (TRANSREC COLS
      *     77-106), AND THESE HOLD L RECORDS WHOLE: THE REGISTER
      *     UPLOAD (COPIED AND SWAPPED LIKE THE DIRECTORY), AND
      *     EVERY GENERATION OF A7EDIT'S CLEAN FEED AND EXCEPTIONS,
      *     A7SPLIT'S SALES EXTRACT AND INVOICE EXCEPTIONS, A8SL'S
      *     AND A7GCPOST'S REJECTS AND A2IRELV'S EXCEPTIONS (EACH
      *     READ AS ONE, NAME AND PHONE BLANKED, AMOUNTS KEPT, AND
      *     REPLACED LIKE THE HISTORY). THE RETURN EXTRACT (R
      *     RECORDS) AND LAYCOMM (K RECORDS) CARRY THEM BLANK.
      *   WAREHOUSE TRANSACTION EXTRACT (DWEXTR) - 80 BYTES WITH NO
      *     PERSONAL FIELDS; CERTIFIED AS SUCH.
      *   PAST-DUE NOTICES (A8LAYDUE) - EVERY GENERATION READ AS
      *     ONE, NAME AND PHONE BLANKED, AMOUNTS AND DATES KEPT,
      *     AND REPLACED THE SAME WAY.
      * EACH GDG BASE SWEPT WHOLE IS CERTIFIED ON THE REGISTER AS
      * ANONYMIZED IN EVERY GENERATION.
      * THE REGISTER NAMES EACH OCCURRENCE BY CASE REFERENCE AND A
      * NON-PERSONAL LOCATOR (INVOICE, RECORD NUMBER, JOURNAL
      * STAMP) - IT MUST NOT RE-CREATE THE DATA IT CERTIFIES
      * GONE. FOR THE SAME REASON NOTHING HERE IS WRITTEN TO THE
      * CHANGE JOURNAL.
      * MODIFICATION HISTORY:
      *   OCT 15, 2026 - INITIAL VERSION.
      *   OCT 15, 2026 - LAYAWAY MASTER RECORD WIDENED TO 105 BYTES
      *                  FOR THE PAYMENT SCHEDULE; NO CHANGE TO THIS
      *                  PROGRAM'S LOGIC.
      *   OCT 15, 2026 - THE LAYAWAY HISTORY MSTARCH ARCHIVES TO IS
      *                  SWEPT TOO (OLD GENERATIONS IN, ONE BLANKED
      *                  COPY OUT), AND THE REGISTER CERTIFIES THE
      *                  PAST-DUE NOTICES AS HELD UNTIL THEY AGE
      *                  OFF.
      *   OCT 15, 2026 - THE CHASE LIST, MAIL-MERGE EXPORT AND
      *                  PAST-DUE NOTICES ARE SWEPT LIKE THE HISTORY
      *                  - EVERY GENERATION IN, ONE ANONYMIZED COPY
      *                  OUT TO REPLACE THEM - INSTEAD OF ONLY THE
      *                  LATEST (OR, FOR THE NOTICES, NONE). EACH
      *                  BASE IS CERTIFIED ANONYMIZED, NOT HELD.
      *   OCT 15, 2026 - THE TRANSACTION FILES HOLDING L RECORDS ARE
      *                  SWEPT - THE REGISTER UPLOAD AND EVERY
      *                  GENERATION OF THE CLEAN FEED, SALES EXTRACT
      *                  AND THE EXCEPTION/REJECT FILES. JOURNAL
      *                  CONTACT PAIRS ARE JUDGED TOGETHER, AND A KEY
      *                  HOLDING A REMOVED CONTACT'S NAME IS BLANKED
      *                  ON A BLANK IMAGE TOO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * THE ERASURE REQUESTS.
            SELECT ERASE-CARD-FILE
                ASSIGN TO ERASECRD
                ORGANIZATION IS SEQUENTIAL.

      * THE CONTACT DIRECTORY, OLD AND NEW.
            SELECT CONTACT-FILE
                ASSIGN TO OLDCONT
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-CONTACT-FILE
                ASSIGN TO NEWCONT
                ORGANIZATION IS SEQUENTIAL.

      * THE SHARED CHANGE JOURNAL, OLD AND NEW.
            SELECT JOURNAL-FILE
                ASSIGN TO OLDCHGJ
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-JOURNAL-FILE
                ASSIGN TO NEWCHGJ
                ORGANIZATION IS SEQUENTIAL.

            SELECT LAYAWAY-MASTER-FILE
                ASSIGN TO LAYMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LM-INVOICE-NUMBER.

      * MSTARCH'S LAYAWAY HISTORY - EVERY GENERATION IN, ONE
      * SCRUBBED COPY OUT.
            SELECT LAYAWAY-HISTORY-FILE
                ASSIGN TO OLDHIST
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-HISTORY-FILE
                ASSIGN TO NEWHIST
                ORGANIZATION IS SEQUENTIAL.

            SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO CUSTMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CU-PHONE.

      * A8LAYRPT'S CHASE LIST - EVERY GENERATION IN, ONE
      * SCRUBBED COPY OUT.
            SELECT CHASE-FILE
                ASSIGN TO CHASEIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-CHASE-FILE
                ASSIGN TO CHASEOUT
                ORGANIZATION IS SEQUENTIAL.

      * A1CLIST'S MAIL-MERGE EXPORT - EVERY GENERATION IN, ONE
      * SCRUBBED COPY OUT.
            SELECT MAIL-FILE
                ASSIGN TO MAILIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-MAIL-FILE
                ASSIGN TO MAILOUT
                ORGANIZATION IS SEQUENTIAL.

      * A8LAYDUE'S PAST-DUE NOTICES - EVERY GENERATION IN, ONE
      * SCRUBBED COPY OUT.
            SELECT NOTICE-FILE
                ASSIGN TO NOTICEIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-NOTICE-FILE
                ASSIGN TO NOTICOUT
                ORGANIZATION IS SEQUENTIAL.

      * THE REGISTER UPLOAD, OLD AND NEW.
            SELECT FEED-FILE
                ASSIGN TO FEEDIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-FEED-FILE
                ASSIGN TO FEEDOUT
                ORGANIZATION IS SEQUENTIAL.

      * A7EDIT'S CLEAN FEED AND EXCEPTIONS - EVERY GENERATION IN,
      * ONE SCRUBBED COPY OUT.
            SELECT CLEAN-FILE
                ASSIGN TO CLEANIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-CLEAN-FILE
                ASSIGN TO CLEANOUT
                ORGANIZATION IS SEQUENTIAL.

            SELECT EDIT-EXCEPTION-FILE
                ASSIGN TO EDEXCIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-EDIT-EXCEPTION-FILE
                ASSIGN TO EDEXCOUT
                ORGANIZATION IS SEQUENTIAL.

      * A7SPLIT'S SALES EXTRACT AND INVOICE EXCEPTIONS - EVERY
      * GENERATION IN, ONE SCRUBBED COPY OUT.
            SELECT SALES-FILE
                ASSIGN TO SALESIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-SALES-FILE
                ASSIGN TO SALESOUT
                ORGANIZATION IS SEQUENTIAL.

            SELECT INVOICE-EXCEPTION-FILE
                ASSIGN TO INVEXCIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-INVOICE-EXCEPTION-FILE
                ASSIGN TO INVEXOUT
                ORGANIZATION IS SEQUENTIAL.

      * A8SL'S AND A7GCPOST'S REJECTS AND A2IRELV'S EXCEPTIONS -
      * EVERY GENERATION IN, ONE SCRUBBED COPY OUT.
            SELECT SALES-REJECT-FILE
                ASSIGN TO SLREJIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-SALES-REJECT-FILE
                ASSIGN TO SLREJOUT
                ORGANIZATION IS SEQUENTIAL.

            SELECT GIFT-CARD-REJECT-FILE
                ASSIGN TO GCREJIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-GIFT-CARD-REJECT-FILE
                ASSIGN TO GCREJOUT
                ORGANIZATION IS SEQUENTIAL.

            SELECT RELIEF-EXCEPTION-FILE
                ASSIGN TO RLEXCIN
                ORGANIZATION IS SEQUENTIAL.

            SELECT NEW-RELIEF-EXCEPTION-FILE
                ASSIGN TO RLEXCOUT
                ORGANIZATION IS SEQUENTIAL.

      * THE CERTIFICATE REGISTER.
            SELECT OUTPUT-FILE
                ASSIGN TO OUTFILE
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD ERASE-CARD-FILE
            RECORDING MODE IS F
            DATA RECORD IS ERASE-CARD
            RECORD CONTAINS 80 CHARACTERS.

       01 ERASE-CARD.
          05 EC-TYPE                  PIC X(1).
          05 FILLER                   PIC X(1).
          05 EC-VALUE                 PIC X(32).
          05 FILLER                   PIC X(1).
          05 EC-CASE-REF              PIC X(10).
          05 FILLER                   PIC X(35).

       FD CONTACT-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONTACT-RECORD
           RECORD CONTAINS 132 CHARACTERS.

      * SAME 132-BYTE LAYOUT A1CMAINT MAINTAINS - KEEP IN STEP.
       01 CONTACT-RECORD.
          05 CT-NAME                  PIC X(20).
          05 CT-EMAIL                 PIC X(32).
          05 CT-PHONE                 PIC X(30).
          05 CT-STREET                PIC X(25).
          05 CT-CITY                  PIC X(15).
          05 CT-PROVINCE              PIC X(2).
          05 CT-POSTAL                PIC X(7).
          05 CT-CONSENT               PIC X(1).

       FD NEW-CONTACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01 NEW-CONTACT-RECORD          PIC X(132).

       FD JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 194 CHARACTERS.

           COPY CHGJRNL.

       FD NEW-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 194 CHARACTERS.

       01 NEW-JOURNAL-RECORD          PIC X(194).

       FD LAYAWAY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

           COPY LAYMSTR.

      * THE MASTER LAYOUT BYTE FOR BYTE (MSTARCH).
       FD LAYAWAY-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 LAYAWAY-HISTORY-RECORD      PIC X(105).

       FD NEW-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 NEW-HISTORY-RECORD          PIC X(105).

       FD CUSTOMER-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

           COPY CUSTMSTR.

       FD CHASE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHASE-RECORD
           RECORD CONTAINS 56 CHARACTERS.

      * SAME LAYOUT A8LAYRPT WRITES - KEEP THE TWO IN STEP.
       01 CHASE-RECORD.
          05 CH-STORE                 PIC 9(2).
          05 CH-INVOICE               PIC X(9).
          05 CH-CUSTOMER-NAME         PIC X(20).
          05 CH-CUSTOMER-PHONE        PIC X(10).
          05 CH-BALANCE               PIC 9(5)V99.
          05 CH-OPEN-DATE             PIC 9(8).

       FD NEW-CHASE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.

       01 NEW-CHASE-RECORD            PIC X(56).

      * COMMA-DELIMITED: FIRST NAME, LAST NAME, STREET, CITY,
      * PROVINCE, POSTAL CODE - AS A1CLIST WRITES IT.
       FD MAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 MAIL-RECORD                 PIC X(105).

       FD NEW-MAIL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.

       01 NEW-MAIL-RECORD             PIC X(105).

       FD NOTICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS NOTICE-RECORD
           RECORD CONTAINS 100 CHARACTERS.

      * SAME LAYOUT A8LAYDUE WRITES - KEEP THE TWO IN STEP.
       01 NOTICE-RECORD.
          05 LN-NOTICE-TYPE           PIC X(1).
          05 LN-STORE                 PIC 9(2).
          05 LN-INVOICE               PIC X(9).
          05 LN-CUSTOMER-NAME         PIC X(20).
          05 LN-CUSTOMER-PHONE        PIC X(10).
          05 LN-INSTALLMENT-AMOUNT    PIC 9(5)V99.
          05 LN-AMOUNT-PAST-DUE       PIC 9(5)V99.
          05 LN-INSTALLMENTS-BEHIND   PIC 9(2).
          05 LN-OLDEST-DUE-DATE       PIC 9(8).
          05 LN-FORFEIT-DATE          PIC 9(8).
          05 LN-BALANCE               PIC 9(5)V99.
          05 LN-NOTICE-DATE           PIC 9(8).
          05 FILLER                   PIC X(11).

       FD NEW-NOTICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 NEW-NOTICE-RECORD           PIC X(100).

      * THE TRANSACTION FILES ARE ALL THE TRANSREC RECORD, ALONE OR
      * FOLLOWED BY A 20-BYTE REASON; EACH RECORD IS LAID INTO
      * INPUT-LINE IN WORKING-STORAGE TO BE SWEPT.
       FD FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 FEED-RECORD                 PIC X(120).

       FD NEW-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 NEW-FEED-RECORD             PIC X(120).

       FD CLEAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 CLEAN-RECORD                PIC X(120).

       FD NEW-CLEAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 NEW-CLEAN-RECORD            PIC X(120).

       FD EDIT-EXCEPTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS EDIT-EXCEPTION-RECORD
           RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A7EDIT WRITES - KEEP THE TWO IN STEP.
       01 EDIT-EXCEPTION-RECORD.
          05 EE-TRANSACTION           PIC X(120).
          05 EE-REASON                PIC X(20).

       FD NEW-EDIT-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 NEW-EDIT-EXCEPTION-RECORD   PIC X(140).

       FD SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 SALES-RECORD                PIC X(120).

       FD NEW-SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.

       01 NEW-SALES-RECORD            PIC X(120).

       FD INVOICE-EXCEPTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-EXCEPTION-RECORD
           RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A7SPLIT WRITES - KEEP THE TWO IN STEP.
       01 INVOICE-EXCEPTION-RECORD.
          05 IE-TRANSACTION           PIC X(120).
          05 IE-REASON                PIC X(20).

       FD NEW-INVOICE-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 NEW-INVOICE-EXCEPTION-RECORD PIC X(140).

       FD SALES-REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS SALES-REJECT-RECORD
           RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A8SL WRITES - KEEP THE TWO IN STEP.
       01 SALES-REJECT-RECORD.
          05 SR-TRANSACTION           PIC X(120).
          05 SR-REASON                PIC X(20).

       FD NEW-SALES-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 NEW-SALES-REJECT-RECORD     PIC X(140).

       FD GIFT-CARD-REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS GIFT-CARD-REJECT-RECORD
           RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A7GCPOST WRITES - KEEP THE TWO IN STEP.
       01 GIFT-CARD-REJECT-RECORD.
          05 GR-TRANSACTION           PIC X(120).
          05 GR-REASON                PIC X(20).

       FD NEW-GIFT-CARD-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 NEW-GIFT-CARD-REJECT-RECORD PIC X(140).

       FD RELIEF-EXCEPTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS RELIEF-EXCEPTION-RECORD
           RECORD CONTAINS 140 CHARACTERS.

      * SAME LAYOUT A2IRELV WRITES - KEEP THE TWO IN STEP.
       01 RELIEF-EXCEPTION-RECORD.
          05 RX-TRANSACTION           PIC X(120).
          05 RX-REASON                PIC X(20).

       FD NEW-RELIEF-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01 NEW-RELIEF-EXCEPTION-RECORD PIC X(140).

       FD OUTPUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01 OUTPUT-LINE                 PIC X(100).

        WORKING-STORAGE SECTION.

      * PARAMETER BLOCK FOR THE SHARED AUDIT LOGGER.
           COPY AUDPARM.

       01 WS-CARD-EOF-FLAG            PIC X(1)     VALUE 'N'.
       01 WS-EOF-FLAG                 PIC X(1)     VALUE 'N'.
       01 WS-RUN-DATE                 PIC 9(8).

      * ONE ENTRY PER ACCEPTED ERASE CARD, WITH THE OCCURRENCES
      * FOUND FOR IT ACROSS EVERY FILE.
       01 WS-CASE-COUNT               PIC 9(3)     VALUE 0.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 50 TIMES.
             10 WEC-CASE-REF          PIC X(10).
             10 WEC-TYPE              PIC X(1).
             10 WEC-FOUND             PIC 9(5).
       01 WS-CASE-I                   PIC 9(3).

      * THE PHONES AND EMAILS BEING ERASED - FROM THE CARDS, PLUS
      * THOSE A MATCHED CONTACT CARRIES - EACH TIED TO ITS CASE.
       01 WS-PHONE-COUNT              PIC 9(3)     VALUE 0.
       01 WS-PHONE-TABLE.
          05 WS-PHONE-ENTRY OCCURS 200 TIMES.
             10 WEP-PHONE             PIC X(10).
             10 WEP-CASE              PIC 9(3).
       01 WS-EMAIL-COUNT              PIC 9(3)     VALUE 0.
       01 WS-EMAIL-TABLE.
          05 WS-EMAIL-ENTRY OCCURS 200 TIMES.
             10 WEE-EMAIL             PIC X(32).
             10 WEE-CASE              PIC 9(3).
      * NAME AND POSTAL CODE OF EACH REMOVED CONTACT, SPLIT THE WAY
      * A1CLIST SPLITS THEM FOR THE MAIL-MERGE EXPORT, AND THE NAME
      * WHOLE AS A1CMAINT KEYS THE CHANGE JOURNAL WITH IT.
       01 WS-NAME-COUNT               PIC 9(3)     VALUE 0.
       01 WS-NAME-TABLE.
          05 WS-NAME-ENTRY OCCURS 200 TIMES.
             10 WEN-FULL-NAME         PIC X(20).
             10 WEN-FIRST             PIC X(20).
             10 WEN-LAST              PIC X(20).
             10 WEN-POSTAL            PIC X(7).
             10 WEN-CASE              PIC 9(3).
       01 WS-TABLE-I                  PIC 9(3).
       01 WS-TABLE-FULL-COUNT         PIC 9(5)     VALUE 0.

       01 WS-MATCH-CASE               PIC 9(3).
       01 WS-MATCH-CASE-2             PIC 9(3).

      * PHONE NORMALIZATION WORK AREA, AS IN A8CUSBLD.
       01 WS-RAW-PHONE                PIC X(32).
       01 WS-DIGITS                   PIC X(32).
       01 WS-DIGIT-COUNT              PIC 9(2).
       01 WS-CH-I                     PIC 9(2).
       01 WS-NORM-PHONE               PIC X(10).
       01 WS-UPPER-EMAIL              PIC X(32).

      * MAIL-MERGE ROW BROKEN BACK INTO ITS FIELDS.
       01 WS-MAIL-FIELDS.
          05 WSM-FIRST                PIC X(20).
          05 WSM-LAST                 PIC X(20).
          05 WSM-STREET               PIC X(25).
          05 WSM-CITY                 PIC X(15).
          05 WSM-PROVINCE             PIC X(2).
          05 WSM-POSTAL               PIC X(7).

      * THE CONTACT'S IMAGE ON A CHANGE-JOURNAL RECORD.
       01 WS-JOURNAL-CONTACT.
          05 WSJ-NAME                 PIC X(20).
          05 WSJ-EMAIL                PIC X(32).
          05 WSJ-PHONE                PIC X(30).
          05 FILLER                   PIC X(50).

      * A CONTACT BEFORE-IMAGE IS HELD UNTIL ITS AFTER-IMAGE IS
      * READ (CHGLOG WRITES THE PAIR BACK TO BACK) SO THE TWO ARE
      * JUDGED TOGETHER. SAME LAYOUT AS CHGJRNL.
       01 WS-HELD-FLAG                PIC X(1)     VALUE 'N'.
       01 WS-AFTER-FLAG               PIC X(1)     VALUE 'N'.
       01 WS-BLANK-IMAGE-FLAG         PIC X(1)     VALUE 'N'.
       01 WS-HELD-JOURNAL.
          05 WSH-RUN-DATE             PIC 9(8).
          05 WSH-RUN-TIME             PIC 9(8).
          05 FILLER                   PIC X(24).
          05 WSH-KEY                  PIC X(20).
          05 FILLER                   PIC X(1).
          05 WSH-IMAGE-TYPE           PIC X(1).
          05 WSH-IMAGE                PIC X(132).
       01 WS-JOURNAL-KEY              PIC X(20).

      * A JOURNAL RECORD'S REGISTER LOCATOR - RUN DATE, RUN TIME
      * AND IMAGE TYPE.
       01 WS-JOURNAL-STAMP.
          05 WSS-RUN-DATE             PIC 9(8).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-RUN-TIME             PIC 9(8).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 WSS-IMAGE-TYPE           PIC X(1).
          05 FILLER                   PIC X(1)     VALUE SPACE.

      * THE TRANSACTION RECORD BEING SWEPT, FROM WHICHEVER FILE.
           COPY TRANSREC.

       01 WS-RECORD-NUMBER            PIC 9(7).
       01 WS-FILE-FOUND-COUNT         PIC 9(5).

       01 WS-COUNTS.
          05 WS-CARD-COUNT            PIC 9(5)     VALUE 0.
          05 WS-CARD-REJECT-COUNT     PIC 9(5)     VALUE 0.
          05 WS-READ-COUNT            PIC 9(7)     VALUE 0.
          05 WS-CHANGED-COUNT         PIC 9(7)     VALUE 0.
          05 WS-NOT-FOUND-COUNT       PIC 9(5)     VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER                   PIC X(16)    VALUE SPACES.
          05 FILLER                   PIC X(38)    VALUE
             "PRIVACY ERASURE CERTIFICATE REGISTER".
          05 FILLER                   PIC X(10)    VALUE "RUN DATE ".
          05 WST-RUN-DATE             PIC 9(8).

       01 WS-FILE-HEADING.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 FILLER                   PIC X(6)     VALUE "FILE: ".
          05 WSF-FILE                 PIC X(40).

       01 WS-COL-HEADER.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(12)    VALUE "CASE REF".
          05 FILLER                   PIC X(22)    VALUE "LOCATOR".
          05 FILLER                   PIC X(40)    VALUE "ACTION".

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSD-CASE-REF             PIC X(10).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-LOCATOR              PIC X(20).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSD-ACTION               PIC X(40).

       01 WS-FILE-FOOT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSFF-TEXT                PIC X(60).

       01 WS-REJECT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 FILLER                   PIC X(14)    VALUE
             "CARD REJECTED:".
          05 WSR-CARD                 PIC X(45).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSR-REASON               PIC X(20).

       01 WS-CASE-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSC-CASE-REF             PIC X(10).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-TYPE                 PIC X(6).
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-FOUND                PIC ZZ,ZZ9.
          05 FILLER                   PIC X(2)     VALUE SPACES.
          05 WSC-TEXT                 PIC X(40).

       01 WS-COUNT-LINE.
          05 FILLER                   PIC X(4)     VALUE SPACES.
          05 WSN-TEXT                 PIC X(30).
          05 WSN-VALUE                PIC Z,ZZZ,ZZ9.

        PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-REQUESTS.
           PERFORM 200-ERASE-CONTACTS.
           PERFORM 250-ERASE-JOURNAL.
           PERFORM 300-ERASE-LAYAWAYS.
           PERFORM 320-ERASE-LAYAWAY-HISTORY.
           PERFORM 350-ERASE-CUSTOMERS.
           PERFORM 400-ERASE-CHASE-LIST.
           PERFORM 450-ERASE-MAIL-EXPORT.
           PERFORM 472-ERASE-REGISTER-FEED.
           PERFORM 474-ERASE-CLEAN-FEED.
           PERFORM 476-ERASE-EDIT-EXCEPTIONS.
           PERFORM 478-ERASE-SALES-EXTRACT.
           PERFORM 480-ERASE-INVOICE-EXCEPTIONS.
           PERFORM 482-ERASE-SALES-REJECTS.
           PERFORM 484-ERASE-GIFT-CARD-REJECTS.
           PERFORM 486-ERASE-RELIEF-EXCEPTIONS.
           PERFORM 490-CERTIFY-WAREHOUSE.
           PERFORM 495-ERASE-NOTICES.
           PERFORM 700-PRINT-CASE-SUMMARY.
           PERFORM 950-SET-RETURN-CODE.
           PERFORM 895-WRITE-AUDIT-LOG.
           PERFORM 900-CLOSE-FILES.
           GOBACK.

       100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ERASE-CARD-FILE.
           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT NEW-CONTACT-FILE.
           OPEN INPUT JOURNAL-FILE.
           OPEN OUTPUT NEW-JOURNAL-FILE.
           OPEN I-O LAYAWAY-MASTER-FILE.
           OPEN INPUT LAYAWAY-HISTORY-FILE.
           OPEN OUTPUT NEW-HISTORY-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN INPUT CHASE-FILE.
           OPEN OUTPUT NEW-CHASE-FILE.
           OPEN INPUT MAIL-FILE.
           OPEN OUTPUT NEW-MAIL-FILE.
           OPEN INPUT NOTICE-FILE.
           OPEN OUTPUT NEW-NOTICE-FILE.
           OPEN INPUT FEED-FILE.
           OPEN OUTPUT NEW-FEED-FILE.
           OPEN INPUT CLEAN-FILE.
           OPEN OUTPUT NEW-CLEAN-FILE.
           OPEN INPUT EDIT-EXCEPTION-FILE.
           OPEN OUTPUT NEW-EDIT-EXCEPTION-FILE.
           OPEN INPUT SALES-FILE.
           OPEN OUTPUT NEW-SALES-FILE.
           OPEN INPUT INVOICE-EXCEPTION-FILE.
           OPEN OUTPUT NEW-INVOICE-EXCEPTION-FILE.
           OPEN INPUT SALES-REJECT-FILE.
           OPEN OUTPUT NEW-SALES-REJECT-FILE.
           OPEN INPUT GIFT-CARD-REJECT-FILE.
           OPEN OUTPUT NEW-GIFT-CARD-REJECT-FILE.
           OPEN INPUT RELIEF-EXCEPTION-FILE.
           OPEN OUTPUT NEW-RELIEF-EXCEPTION-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE WS-RUN-DATE TO WST-RUN-DATE.
           WRITE OUTPUT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

      *****************************************************************
      * THE ERASE CARDS. A CARD WITH NO USABLE PHONE OR EMAIL IS
      * REJECTED ON THE REGISTER AND ERASES NOTHING.
      *****************************************************************
       150-LOAD-REQUESTS.
           PERFORM 160-READ-REQUEST
               UNTIL WS-CARD-EOF-FLAG = 'Y'.
           CLOSE ERASE-CARD-FILE.
           IF WS-CARD-REJECT-COUNT > 0
              MOVE SPACES TO OUTPUT-LINE
              WRITE OUTPUT-LINE
           END-IF.

       160-READ-REQUEST.
           READ ERASE-CARD-FILE
           AT END
              MOVE 'Y' TO WS-CARD-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-CARD-COUNT
              PERFORM 170-EDIT-REQUEST
           END-READ.

       170-EDIT-REQUEST.
           MOVE SPACES TO WSR-REASON.
           EVALUATE TRUE
               WHEN EC-CASE-REF = SPACES
                   MOVE "NO CASE REFERENCE" TO WSR-REASON
               WHEN WS-CASE-COUNT NOT < 50
                   MOVE "OVER 50 REQUESTS" TO WSR-REASON
               WHEN EC-TYPE = "P"
                   MOVE EC-VALUE TO WS-RAW-PHONE
                   PERFORM 500-NORMALIZE-PHONE
                   IF WS-NORM-PHONE = SPACES
                      MOVE "PHONE NOT 10 DIGITS" TO WSR-REASON
                   END-IF
               WHEN EC-TYPE = "E"
                   IF EC-VALUE = SPACES
                      MOVE "EMAIL MISSING" TO WSR-REASON
                   END-IF
               WHEN OTHER
                   MOVE "TYPE NOT P OR E" TO WSR-REASON
           END-EVALUATE.
           IF WSR-REASON NOT = SPACES
              ADD 1 TO WS-CARD-REJECT-COUNT
              MOVE ERASE-CARD TO WSR-CARD
              WRITE OUTPUT-LINE FROM WS-REJECT-LINE
           ELSE
              ADD 1 TO WS-CASE-COUNT
              MOVE EC-CASE-REF TO WEC-CASE-REF(WS-CASE-COUNT)
              MOVE EC-TYPE     TO WEC-TYPE(WS-CASE-COUNT)
              MOVE 0           TO WEC-FOUND(WS-CASE-COUNT)
              MOVE WS-CASE-COUNT TO WS-MATCH-CASE
              IF EC-TYPE = "P"
                 PERFORM 620-ADD-PHONE
              ELSE
                 MOVE EC-VALUE TO WS-UPPER-EMAIL
                 PERFORM 520-UPPER-EMAIL
                 PERFORM 630-ADD-EMAIL
              END-IF
           END-IF.

      *****************************************************************
      * CONTACT DIRECTORY - A MATCHED ENTRY IS LEFT OFF THE NEW
      * MASTER. ITS OTHER PHONE OR EMAIL, AND ITS NAME AND POSTAL
      * CODE, ARE KEPT FOR THE FILES SWEPT AFTER IT.
      *****************************************************************
       200-ERASE-CONTACTS.
           MOVE "CONTACT DIRECTORY" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-RECORD-NUMBER.
           PERFORM 210-CONTACT-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           MOVE "NO MATCHING ENTRY" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       210-CONTACT-ONE.
           READ CONTACT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              ADD 1 TO WS-RECORD-NUMBER
              MOVE CT-PHONE TO WS-RAW-PHONE
              MOVE CT-EMAIL TO WS-UPPER-EMAIL
              PERFORM 540-MATCH-PHONE-OR-EMAIL
              IF WS-MATCH-CASE > 0
                 PERFORM 220-NOTE-CONTACT-KEYS
                 MOVE "RECORD" TO WSD-LOCATOR
                 MOVE WS-RECORD-NUMBER TO WSD-LOCATOR(8:7)
                 MOVE "ENTRY REMOVED" TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              ELSE
                 WRITE NEW-CONTACT-RECORD FROM CONTACT-RECORD
              END-IF
           END-READ.

       220-NOTE-CONTACT-KEYS.
           IF WS-NORM-PHONE NOT = SPACES
              PERFORM 620-ADD-PHONE
           END-IF.
           IF WS-UPPER-EMAIL NOT = SPACES
              PERFORM 630-ADD-EMAIL
           END-IF.
           IF WS-NAME-COUNT < 200
              ADD 1 TO WS-NAME-COUNT
              MOVE CT-NAME TO WEN-FULL-NAME(WS-NAME-COUNT)
              MOVE SPACES TO WEN-FIRST(WS-NAME-COUNT)
                             WEN-LAST(WS-NAME-COUNT)
              UNSTRING CT-NAME DELIMITED BY SPACE
                  INTO WEN-FIRST(WS-NAME-COUNT)
                       WEN-LAST(WS-NAME-COUNT)
              IF WEN-LAST(WS-NAME-COUNT) = SPACES
                 MOVE WEN-FIRST(WS-NAME-COUNT)
                    TO WEN-LAST(WS-NAME-COUNT)
              END-IF
              MOVE CT-POSTAL TO WEN-POSTAL(WS-NAME-COUNT)
              MOVE WS-MATCH-CASE TO WEN-CASE(WS-NAME-COUNT)
           ELSE
              ADD 1 TO WS-TABLE-FULL-COUNT
           END-IF.

      *****************************************************************
      * CHANGE JOURNAL - ONLY THE CONTACT MASTER'S RECORDS CARRY
      * PERSONAL DATA: THE IMAGES, AND THE KEY, WHICH IS THE
      * CONTACT'S NAME ON BOTH RECORDS OF EVERY PAIR - EVEN AN ADD'S
      * BLANK BEFORE-IMAGE AND A DELETE'S BLANK AFTER-IMAGE. EVERY
      * RECORD IS COPIED THROUGH.
      *****************************************************************
       250-ERASE-JOURNAL.
           MOVE "CHANGE JOURNAL (CONTACT IMAGES)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-HELD-FLAG.
           PERFORM 260-JOURNAL-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           MOVE "NO MATCHING IMAGE" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       260-JOURNAL-ONE.
           READ JOURNAL-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
              IF WS-HELD-FLAG = 'Y'
                 PERFORM 265-RELEASE-HELD-BEFORE
              END-IF
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              EVALUATE TRUE
                  WHEN CJ-MASTER-ID = "CONTACT"
                       AND CJ-IMAGE-TYPE = "B"
                      IF WS-HELD-FLAG = 'Y'
                         PERFORM 265-RELEASE-HELD-BEFORE
                      END-IF
                      MOVE CHANGE-JOURNAL-RECORD TO WS-HELD-JOURNAL
                      MOVE 'Y' TO WS-HELD-FLAG
                  WHEN CJ-MASTER-ID = "CONTACT"
                      MOVE 'Y' TO WS-AFTER-FLAG
                      PERFORM 270-ERASE-CONTACT-PAIR
                      WRITE NEW-JOURNAL-RECORD
                         FROM CHANGE-JOURNAL-RECORD
                  WHEN OTHER
                      IF WS-HELD-FLAG = 'Y'
                         PERFORM 265-RELEASE-HELD-BEFORE
                      END-IF
                      WRITE NEW-JOURNAL-RECORD
                         FROM CHANGE-JOURNAL-RECORD
              END-EVALUATE
           END-READ.

      * A BEFORE-IMAGE WITH NO AFTER-IMAGE BEHIND IT IS JUDGED ON
      * ITS OWN.
       265-RELEASE-HELD-BEFORE.
           MOVE 'N' TO WS-AFTER-FLAG.
           PERFORM 270-ERASE-CONTACT-PAIR.

      * THE PAIR IS THE PERSON'S WHEN EITHER IMAGE CARRIES A PHONE
      * OR EMAIL BEING ERASED - BOTH RECORDS THEN LOSE KEY AND
      * IMAGE, SO AN UPDATE THAT CHANGED THE PHONE CANNOT LEAVE THE
      * OLD ONE BEHIND. FAILING THAT, A KEY EQUAL TO A REMOVED
      * CONTACT'S NAME IS BLANKED ON BOTH RECORDS AND THE IMAGES
      * ARE LEFT AS THEY ARE. THE HELD BEFORE-IMAGE IS WRITTEN
      * HERE, AHEAD OF ITS AFTER-IMAGE.
       270-ERASE-CONTACT-PAIR.
           MOVE 0 TO WS-MATCH-CASE.
           MOVE 'Y' TO WS-BLANK-IMAGE-FLAG.
           IF WS-AFTER-FLAG = 'Y' AND CJ-IMAGE NOT = SPACES
              MOVE CJ-IMAGE TO WS-JOURNAL-CONTACT
              PERFORM 280-MATCH-JOURNAL-IMAGE
           END-IF.
           IF WS-MATCH-CASE = 0 AND WS-HELD-FLAG = 'Y'
              AND WSH-IMAGE NOT = SPACES
              MOVE WSH-IMAGE TO WS-JOURNAL-CONTACT
              PERFORM 280-MATCH-JOURNAL-IMAGE
           END-IF.
           IF WS-MATCH-CASE = 0
              MOVE 'N' TO WS-BLANK-IMAGE-FLAG
              IF WS-AFTER-FLAG = 'Y'
                 MOVE CJ-KEY TO WS-JOURNAL-KEY
                 PERFORM 285-MATCH-JOURNAL-KEY
              END-IF
           END-IF.
           IF WS-MATCH-CASE = 0 AND WS-HELD-FLAG = 'Y'
              MOVE WSH-KEY TO WS-JOURNAL-KEY
              PERFORM 285-MATCH-JOURNAL-KEY
           END-IF.
           IF WS-BLANK-IMAGE-FLAG = 'Y'
              MOVE "KEY AND IMAGE BLANKED" TO WSD-ACTION
           ELSE
              MOVE "KEY BLANKED, IMAGE KEPT" TO WSD-ACTION
           END-IF.
           IF WS-MATCH-CASE > 0 AND WS-HELD-FLAG = 'Y'
              PERFORM 290-BLANK-BEFORE
           END-IF.
           IF WS-MATCH-CASE > 0 AND WS-AFTER-FLAG = 'Y'
              PERFORM 295-BLANK-AFTER
           END-IF.
           IF WS-HELD-FLAG = 'Y'
              WRITE NEW-JOURNAL-RECORD FROM WS-HELD-JOURNAL
              MOVE 'N' TO WS-HELD-FLAG
           END-IF.

       280-MATCH-JOURNAL-IMAGE.
           MOVE WSJ-PHONE TO WS-RAW-PHONE.
           MOVE WSJ-EMAIL TO WS-UPPER-EMAIL.
           PERFORM 540-MATCH-PHONE-OR-EMAIL.

       285-MATCH-JOURNAL-KEY.
           IF WS-JOURNAL-KEY NOT = SPACES
              PERFORM 287-MATCH-ONE-KEY
                  VARYING WS-TABLE-I FROM 1 BY 1
                  UNTIL WS-TABLE-I > WS-NAME-COUNT
                     OR WS-MATCH-CASE > 0
           END-IF.

       287-MATCH-ONE-KEY.
           IF WEN-FULL-NAME(WS-TABLE-I) = WS-JOURNAL-KEY
              MOVE WEN-CASE(WS-TABLE-I) TO WS-MATCH-CASE
           END-IF.

       290-BLANK-BEFORE.
           MOVE SPACES TO WSH-KEY.
           IF WS-BLANK-IMAGE-FLAG = 'Y'
              MOVE SPACES TO WSH-IMAGE
           END-IF.
           MOVE WSH-RUN-DATE   TO WSS-RUN-DATE.
           MOVE WSH-RUN-TIME   TO WSS-RUN-TIME.
           MOVE WSH-IMAGE-TYPE TO WSS-IMAGE-TYPE.
           MOVE WS-JOURNAL-STAMP TO WSD-LOCATOR.
           PERFORM 650-WRITE-FOUND.

       295-BLANK-AFTER.
           MOVE SPACES TO CJ-KEY.
           IF WS-BLANK-IMAGE-FLAG = 'Y'
              MOVE SPACES TO CJ-IMAGE
           END-IF.
           MOVE CJ-RUN-DATE    TO WSS-RUN-DATE.
           MOVE CJ-RUN-TIME    TO WSS-RUN-TIME.
           MOVE CJ-IMAGE-TYPE  TO WSS-IMAGE-TYPE.
           MOVE WS-JOURNAL-STAMP TO WSD-LOCATOR.
           PERFORM 650-WRITE-FOUND.

      *****************************************************************
      * LAYAWAY MASTER - NAME AND PHONE BLANKED IN PLACE. THE
      * AMOUNTS, DATES, STATUS AND SALESPERSON ARE KEPT.
      *****************************************************************
       300-ERASE-LAYAWAYS.
           MOVE "LAYAWAY MASTER" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 310-LAYAWAY-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           MOVE "NO MATCHING LAYAWAY" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       310-LAYAWAY-ONE.
           READ LAYAWAY-MASTER-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE LM-CUSTOMER-PHONE TO WS-RAW-PHONE
              PERFORM 500-NORMALIZE-PHONE
              PERFORM 600-MATCH-PHONE
              IF WS-MATCH-CASE > 0
                 MOVE SPACES TO LM-CUSTOMER-NAME LM-CUSTOMER-PHONE
                 REWRITE LAYAWAY-MASTER-RECORD
                 MOVE "INVOICE" TO WSD-LOCATOR
                 MOVE LM-INVOICE-NUMBER TO WSD-LOCATOR(9:9)
                 MOVE "NAME/PHONE BLANKED, AMOUNTS KEPT"
                    TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              END-IF
           END-READ.

      *****************************************************************
      * LAYAWAY HISTORY - EACH RECORD IS LAID OVER THE MASTER'S
      * RECORD AREA (THE MASTER IS AT END BY NOW), BLANKED THE
      * SAME WAY ON A MATCH, AND EVERY RECORD IS COPIED THROUGH.
      *****************************************************************
       320-ERASE-LAYAWAY-HISTORY.
           MOVE "LAYAWAY HISTORY (MSTARCH ARCHIVE)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 330-HISTORY-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING LAYAWAY" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       330-HISTORY-ONE.
           READ LAYAWAY-HISTORY-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE LAYAWAY-HISTORY-RECORD TO LAYAWAY-MASTER-RECORD
              MOVE LM-CUSTOMER-PHONE TO WS-RAW-PHONE
              PERFORM 500-NORMALIZE-PHONE
              PERFORM 600-MATCH-PHONE
              IF WS-MATCH-CASE > 0
                 MOVE SPACES TO LM-CUSTOMER-NAME LM-CUSTOMER-PHONE
                 MOVE "INVOICE" TO WSD-LOCATOR
                 MOVE LM-INVOICE-NUMBER TO WSD-LOCATOR(9:9)
                 MOVE "NAME/PHONE BLANKED, AMOUNTS KEPT"
                    TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              END-IF
              WRITE NEW-HISTORY-RECORD FROM LAYAWAY-MASTER-RECORD
           END-READ.

      *****************************************************************
      * CUSTOMER MASTER - KEYED BY THE PHONE ITSELF, SO EACH PHONE
      * BEING ERASED IS READ DIRECTLY AND ITS RECORD DELETED.
      *****************************************************************
       350-ERASE-CUSTOMERS.
           MOVE "CUSTOMER MASTER" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           PERFORM 360-CUSTOMER-ONE
               VARYING WS-TABLE-I FROM 1 BY 1
               UNTIL WS-TABLE-I > WS-PHONE-COUNT.
           MOVE "NO MATCHING CUSTOMER" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       360-CUSTOMER-ONE.
           MOVE WEP-PHONE(WS-TABLE-I) TO CU-PHONE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-READ-COUNT
                  DELETE CUSTOMER-MASTER-FILE RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
                  MOVE WEP-CASE(WS-TABLE-I) TO WS-MATCH-CASE
                  MOVE "CUSTOMER RECORD" TO WSD-LOCATOR
                  MOVE "RECORD DELETED" TO WSD-ACTION
                  PERFORM 650-WRITE-FOUND
           END-READ.

      *****************************************************************
      * LAYAWAY CHASE LIST - EVERY GENERATION, NAME AND PHONE
      * BLANKED ON THE COPY; THE INVOICE AND BALANCE STAY.
      *****************************************************************
       400-ERASE-CHASE-LIST.
           MOVE "LAYAWAY CHASE LIST (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 410-CHASE-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING LINE" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       410-CHASE-ONE.
           READ CHASE-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE CH-CUSTOMER-PHONE TO WS-RAW-PHONE
              PERFORM 500-NORMALIZE-PHONE
              PERFORM 600-MATCH-PHONE
              IF WS-MATCH-CASE > 0
                 MOVE SPACES TO CH-CUSTOMER-NAME CH-CUSTOMER-PHONE
                 MOVE "INVOICE" TO WSD-LOCATOR
                 MOVE CH-INVOICE TO WSD-LOCATOR(9:9)
                 MOVE "NAME/PHONE BLANKED, BALANCE KEPT"
                    TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              END-IF
              WRITE NEW-CHASE-RECORD FROM CHASE-RECORD
           END-READ.

      *****************************************************************
      * MAIL-MERGE EXPORT - NO PHONE OR EMAIL ON IT, SO A ROW IS
      * MATCHED ON THE REMOVED CONTACT'S FIRST NAME, LAST NAME AND
      * POSTAL CODE, AND LEFT OFF THE COPY. EVERY GENERATION.
      *****************************************************************
       450-ERASE-MAIL-EXPORT.
           MOVE "MAIL-MERGE EXPORT (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-RECORD-NUMBER.
           PERFORM 460-MAIL-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING ROW" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       460-MAIL-ONE.
           READ MAIL-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              ADD 1 TO WS-RECORD-NUMBER
              MOVE SPACES TO WS-MAIL-FIELDS
              UNSTRING MAIL-RECORD DELIMITED BY ","
                  INTO WSM-FIRST WSM-LAST WSM-STREET
                       WSM-CITY WSM-PROVINCE WSM-POSTAL
              MOVE 0 TO WS-MATCH-CASE
              PERFORM 470-MATCH-MAIL-NAME
                  VARYING WS-TABLE-I FROM 1 BY 1
                  UNTIL WS-TABLE-I > WS-NAME-COUNT
                     OR WS-MATCH-CASE > 0
              IF WS-MATCH-CASE > 0
                 MOVE "ROW" TO WSD-LOCATOR
                 MOVE WS-RECORD-NUMBER TO WSD-LOCATOR(5:7)
                 MOVE "ROW REMOVED" TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              ELSE
                 WRITE NEW-MAIL-RECORD FROM MAIL-RECORD
              END-IF
           END-READ.

       470-MATCH-MAIL-NAME.
           IF WSM-FIRST  = WEN-FIRST(WS-TABLE-I)
              AND WSM-LAST   = WEN-LAST(WS-TABLE-I)
              AND WSM-POSTAL = WEN-POSTAL(WS-TABLE-I)
              MOVE WEN-CASE(WS-TABLE-I) TO WS-MATCH-CASE
           END-IF.

      *****************************************************************
      * THE REGISTER UPLOAD ITSELF - THE DAY'S RAW FEED, NOT A GDG.
      * SCRUBBED TO A COPY THE JCL WRITES BACK OVER IT.
      *****************************************************************
       472-ERASE-REGISTER-FEED.
           MOVE "REGISTER UPLOAD (RAW TRANSACTION FEED)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 473-REGISTER-FEED-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       473-REGISTER-FEED-ONE.
           READ FEED-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE FEED-RECORD TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              WRITE NEW-FEED-RECORD FROM INPUT-LINE
           END-READ.

      *****************************************************************
      * A7EDIT'S CLEAN FEED - EVERY GENERATION, THE L RECORDS'
      * NAME AND PHONE BLANKED ON THE COPY.
      *****************************************************************
       474-ERASE-CLEAN-FEED.
           MOVE "CLEAN TRANSACTION FEED (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 475-CLEAN-FEED-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       475-CLEAN-FEED-ONE.
           READ CLEAN-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE CLEAN-RECORD TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              WRITE NEW-CLEAN-RECORD FROM INPUT-LINE
           END-READ.

      *****************************************************************
      * A7EDIT'S EXCEPTIONS - EVERY GENERATION, THE SAME; THE
      * REASON STAYS.
      *****************************************************************
       476-ERASE-EDIT-EXCEPTIONS.
           MOVE "EDIT EXCEPTIONS (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 477-EDIT-EXCEPTION-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       477-EDIT-EXCEPTION-ONE.
           READ EDIT-EXCEPTION-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE EE-TRANSACTION TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              MOVE INPUT-LINE TO EE-TRANSACTION
              WRITE NEW-EDIT-EXCEPTION-RECORD
                 FROM EDIT-EXCEPTION-RECORD
           END-READ.

      *****************************************************************
      * A7SPLIT'S SALES EXTRACT (S AND L RECORDS, THE INPUT TO THE
      * WAREHOUSE EXTRACT) - EVERY GENERATION, THE SAME.
      *****************************************************************
       478-ERASE-SALES-EXTRACT.
           MOVE "SALES EXTRACT (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 479-SALES-EXTRACT-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       479-SALES-EXTRACT-ONE.
           READ SALES-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE SALES-RECORD TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              WRITE NEW-SALES-RECORD FROM INPUT-LINE
           END-READ.

      *****************************************************************
      * A7SPLIT'S INVOICE EXCEPTIONS - EVERY GENERATION, THE SAME.
      *****************************************************************
       480-ERASE-INVOICE-EXCEPTIONS.
           MOVE "INVOICE EXCEPTIONS (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 481-INVOICE-EXCEPTION-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       481-INVOICE-EXCEPTION-ONE.
           READ INVOICE-EXCEPTION-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE IE-TRANSACTION TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              MOVE INPUT-LINE TO IE-TRANSACTION
              WRITE NEW-INVOICE-EXCEPTION-RECORD
                 FROM INVOICE-EXCEPTION-RECORD
           END-READ.

      *****************************************************************
      * A8SL'S REJECTS - EVERY GENERATION, THE SAME.
      *****************************************************************
       482-ERASE-SALES-REJECTS.
           MOVE "A8SL REJECTS (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 483-SALES-REJECT-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       483-SALES-REJECT-ONE.
           READ SALES-REJECT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE SR-TRANSACTION TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              MOVE INPUT-LINE TO SR-TRANSACTION
              WRITE NEW-SALES-REJECT-RECORD
                 FROM SALES-REJECT-RECORD
           END-READ.

      *****************************************************************
      * A7GCPOST'S REJECTS - EVERY GENERATION, THE SAME.
      *****************************************************************
       484-ERASE-GIFT-CARD-REJECTS.
           MOVE "A7GCPOST REJECTS (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 485-GIFT-CARD-REJECT-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       485-GIFT-CARD-REJECT-ONE.
           READ GIFT-CARD-REJECT-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE GR-TRANSACTION TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              MOVE INPUT-LINE TO GR-TRANSACTION
              WRITE NEW-GIFT-CARD-REJECT-RECORD
                 FROM GIFT-CARD-REJECT-RECORD
           END-READ.

      *****************************************************************
      * A2IRELV'S INVENTORY-RELIEF EXCEPTIONS - EVERY GENERATION,
      * THE SAME.
      *****************************************************************
       486-ERASE-RELIEF-EXCEPTIONS.
           MOVE "A2IRELV EXCEPTIONS (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 487-RELIEF-EXCEPTION-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING TRANSACTION" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       487-RELIEF-EXCEPTION-ONE.
           READ RELIEF-EXCEPTION-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE RX-TRANSACTION TO INPUT-LINE
              PERFORM 488-SCRUB-TRANSACTION
              MOVE INPUT-LINE TO RX-TRANSACTION
              WRITE NEW-RELIEF-EXCEPTION-RECORD
                 FROM RELIEF-EXCEPTION-RECORD
           END-READ.

      * A TRANSACTION RECORD LAID INTO INPUT-LINE. ONLY THE L RECORD
      * THAT OPENS A LAYAWAY CARRIES A NAME AND PHONE - EVERY OTHER
      * RECORD, AND THE "T" TRAILER, HAS THEM BLANK AND NEVER
      * MATCHES. THE AMOUNTS STAY, SO THE TRAILER'S COUNT AND HASH
      * STILL PROVE THE FILE.
       488-SCRUB-TRANSACTION.
           MOVE IL-CUSTOMER-PHONE TO WS-RAW-PHONE.
           PERFORM 500-NORMALIZE-PHONE.
           PERFORM 600-MATCH-PHONE.
           IF WS-MATCH-CASE > 0
              MOVE SPACES TO IL-CUSTOMER-NAME IL-CUSTOMER-PHONE
              MOVE "INVOICE" TO WSD-LOCATOR
              MOVE IL-INVOICE-NUMBER TO WSD-LOCATOR(9:9)
              MOVE "NAME/PHONE BLANKED, AMOUNTS KEPT"
                 TO WSD-ACTION
              PERFORM 650-WRITE-FOUND
           END-IF.

      *****************************************************************
      * THE WAREHOUSE TRANSACTION EXTRACT DWEXTR BUILDS FROM THE
      * SALES AND RETURN EXTRACTS IS 80 BYTES OF CODE, AMOUNT,
      * PAYMENT TYPE, STORE, INVOICE AND SKU ONLY - THE NAME AND
      * PHONE ARE NOT CARRIED INTO IT. CERTIFIED, NOT READ.
      *****************************************************************
       490-CERTIFY-WAREHOUSE.
           MOVE "WAREHOUSE TRANSACTION EXTRACT (DWEXTR)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE "NO PERSONAL FIELDS IN THE EXTRACT LAYOUT - NONE HELD"
              TO WSFF-TEXT.
           WRITE OUTPUT-LINE FROM WS-FILE-FOOT-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

      *****************************************************************
      * A8LAYDUE'S PAST-DUE NOTICES - EVERY GENERATION, NAME AND
      * PHONE BLANKED ON THE COPY LIKE THE CHASE LIST; THE AMOUNTS
      * AND DATES STAY.
      *****************************************************************
       495-ERASE-NOTICES.
           MOVE "PAST-DUE NOTICES (ALL GENERATIONS)" TO WSF-FILE.
           PERFORM 680-FILE-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 496-NOTICE-ONE
               UNTIL WS-EOF-FLAG = 'Y'.
           PERFORM 695-CERTIFY-GENERATIONS.
           MOVE "NO MATCHING NOTICE" TO WSFF-TEXT.
           PERFORM 690-FILE-FOOT.

       496-NOTICE-ONE.
           READ NOTICE-FILE
           AT END
              MOVE 'Y' TO WS-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              MOVE LN-CUSTOMER-PHONE TO WS-RAW-PHONE
              PERFORM 500-NORMALIZE-PHONE
              PERFORM 600-MATCH-PHONE
              IF WS-MATCH-CASE > 0
                 MOVE SPACES TO LN-CUSTOMER-NAME LN-CUSTOMER-PHONE
                 MOVE "INVOICE" TO WSD-LOCATOR
                 MOVE LN-INVOICE TO WSD-LOCATOR(9:9)
                 MOVE "NAME/PHONE BLANKED, AMOUNTS KEPT"
                    TO WSD-ACTION
                 PERFORM 650-WRITE-FOUND
              END-IF
              WRITE NEW-NOTICE-RECORD FROM NOTICE-RECORD
           END-READ.

      * KEEP ONLY THE DIGITS. TEN IS A NUMBER; ELEVEN WITH A
      * LEADING 1 IS THE SAME NUMBER DIALLED LONG DISTANCE;
      * ANYTHING ELSE IS UNUSABLE AND COMES BACK AS SPACES.
       500-NORMALIZE-PHONE.
           MOVE SPACES TO WS-DIGITS WS-NORM-PHONE.
           MOVE 0 TO WS-DIGIT-COUNT.
           PERFORM 510-TAKE-DIGIT
               VARYING WS-CH-I FROM 1 BY 1
               UNTIL WS-CH-I > 32.
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT = 10
                   MOVE WS-DIGITS(1:10) TO WS-NORM-PHONE
               WHEN WS-DIGIT-COUNT = 11
                    AND WS-DIGITS(1:1) = "1"
                   MOVE WS-DIGITS(2:10) TO WS-NORM-PHONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       510-TAKE-DIGIT.
           IF WS-RAW-PHONE(WS-CH-I:1) NUMERIC
              ADD 1 TO WS-DIGIT-COUNT
              MOVE WS-RAW-PHONE(WS-CH-I:1)
                 TO WS-DIGITS(WS-DIGIT-COUNT:1)
           END-IF.

       520-UPPER-EMAIL.
           INSPECT WS-UPPER-EMAIL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * A RECORD CARRYING BOTH (CONTACT, JOURNAL IMAGE) MATCHES ON
      * EITHER.
       540-MATCH-PHONE-OR-EMAIL.
           PERFORM 500-NORMALIZE-PHONE.
           PERFORM 520-UPPER-EMAIL.
           PERFORM 600-MATCH-PHONE.
           IF WS-MATCH-CASE = 0
              PERFORM 610-MATCH-EMAIL
           END-IF.

       600-MATCH-PHONE.
           MOVE 0 TO WS-MATCH-CASE.
           IF WS-NORM-PHONE NOT = SPACES
              PERFORM 605-MATCH-ONE-PHONE
                  VARYING WS-TABLE-I FROM 1 BY 1
                  UNTIL WS-TABLE-I > WS-PHONE-COUNT
                     OR WS-MATCH-CASE > 0
           END-IF.

       605-MATCH-ONE-PHONE.
           IF WEP-PHONE(WS-TABLE-I) = WS-NORM-PHONE
              MOVE WEP-CASE(WS-TABLE-I) TO WS-MATCH-CASE
           END-IF.

       610-MATCH-EMAIL.
           MOVE 0 TO WS-MATCH-CASE.
           IF WS-UPPER-EMAIL NOT = SPACES
              PERFORM 615-MATCH-ONE-EMAIL
                  VARYING WS-TABLE-I FROM 1 BY 1
                  UNTIL WS-TABLE-I > WS-EMAIL-COUNT
                     OR WS-MATCH-CASE > 0
           END-IF.

       615-MATCH-ONE-EMAIL.
           IF WEE-EMAIL(WS-TABLE-I) = WS-UPPER-EMAIL
              MOVE WEE-CASE(WS-TABLE-I) TO WS-MATCH-CASE
           END-IF.

      * ADD WS-NORM-PHONE / WS-UPPER-EMAIL UNDER WS-MATCH-CASE
      * UNLESS ALREADY HELD.
       620-ADD-PHONE.
           MOVE WS-MATCH-CASE TO WS-MATCH-CASE-2.
           PERFORM 600-MATCH-PHONE.
           IF WS-MATCH-CASE = 0
              IF WS-PHONE-COUNT < 200
                 ADD 1 TO WS-PHONE-COUNT
                 MOVE WS-NORM-PHONE TO WEP-PHONE(WS-PHONE-COUNT)
                 MOVE WS-MATCH-CASE-2 TO WEP-CASE(WS-PHONE-COUNT)
              ELSE
                 ADD 1 TO WS-TABLE-FULL-COUNT
              END-IF
           END-IF.
           MOVE WS-MATCH-CASE-2 TO WS-MATCH-CASE.

       630-ADD-EMAIL.
           MOVE WS-MATCH-CASE TO WS-MATCH-CASE-2.
           PERFORM 610-MATCH-EMAIL.
           IF WS-MATCH-CASE = 0
              IF WS-EMAIL-COUNT < 200
                 ADD 1 TO WS-EMAIL-COUNT
                 MOVE WS-UPPER-EMAIL TO WEE-EMAIL(WS-EMAIL-COUNT)
                 MOVE WS-MATCH-CASE-2 TO WEE-CASE(WS-EMAIL-COUNT)
              ELSE
                 ADD 1 TO WS-TABLE-FULL-COUNT
              END-IF
           END-IF.
           MOVE WS-MATCH-CASE-2 TO WS-MATCH-CASE.

       650-WRITE-FOUND.
           MOVE WEC-CASE-REF(WS-MATCH-CASE) TO WSD-CASE-REF.
           ADD 1 TO WEC-FOUND(WS-MATCH-CASE).
           ADD 1 TO WS-FILE-FOUND-COUNT.
           ADD 1 TO WS-CHANGED-COUNT.
           WRITE OUTPUT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO WSD-LOCATOR.

       680-FILE-HEADING.
           MOVE 0 TO WS-FILE-FOUND-COUNT.
           MOVE SPACES TO WSD-LOCATOR.
           WRITE OUTPUT-LINE FROM WS-FILE-HEADING.
           WRITE OUTPUT-LINE FROM WS-COL-HEADER.

       690-FILE-FOOT.
           IF WS-FILE-FOUND-COUNT = 0
              WRITE OUTPUT-LINE FROM WS-FILE-FOOT-LINE
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

      * A GDG BASE READ WHOLE AND COPIED THROUGH - THE COPY
      * REPLACES EVERY GENERATION, SO NONE STILL HOLDS THE PERSON.
       695-CERTIFY-GENERATIONS.
           MOVE "ALL GENERATIONS ANONYMIZED - ONE SCRUBBED COPY"
              TO WSFF-TEXT.
           WRITE OUTPUT-LINE FROM WS-FILE-FOOT-LINE.

      *****************************************************************
      * ONE LINE PER REQUEST - THE CERTIFICATE ITSELF. A REQUEST
      * FOUND NOWHERE SAYS SO, SO THE PRIVACY OFFICER CAN TELL
      * "ERASED" FROM "NEVER HELD" (OR A MIS-KEYED CARD).
      *****************************************************************
       700-PRINT-CASE-SUMMARY.
           MOVE "SUMMARY BY REQUEST" TO WSF-FILE.
           WRITE OUTPUT-LINE FROM WS-FILE-HEADING.
           PERFORM 710-CASE-LINE
               VARYING WS-CASE-I FROM 1 BY 1
               UNTIL WS-CASE-I > WS-CASE-COUNT.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "ERASE CARDS READ:" TO WSN-TEXT.
           MOVE WS-CARD-COUNT TO WSN-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "ERASE CARDS REJECTED:" TO WSN-TEXT.
           MOVE WS-CARD-REJECT-COUNT TO WSN-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           MOVE "OCCURRENCES ERASED:" TO WSN-TEXT.
           MOVE WS-CHANGED-COUNT TO WSN-VALUE.
           WRITE OUTPUT-LINE FROM WS-COUNT-LINE.
           IF WS-TABLE-FULL-COUNT > 0
              MOVE "*** KEYS NOT HELD - TABLE FULL:" TO WSN-TEXT
              MOVE WS-TABLE-FULL-COUNT TO WSN-VALUE
              WRITE OUTPUT-LINE FROM WS-COUNT-LINE
           END-IF.

       710-CASE-LINE.
           MOVE WEC-CASE-REF(WS-CASE-I) TO WSC-CASE-REF.
           IF WEC-TYPE(WS-CASE-I) = "P"
              MOVE "PHONE" TO WSC-TYPE
           ELSE
              MOVE "EMAIL" TO WSC-TYPE
           END-IF.
           MOVE WEC-FOUND(WS-CASE-I) TO WSC-FOUND.
           IF WEC-FOUND(WS-CASE-I) = 0
              MOVE "NOT FOUND IN ANY FILE" TO WSC-TEXT
              ADD 1 TO WS-NOT-FOUND-COUNT
           ELSE
              MOVE "OCCURRENCES ERASED" TO WSC-TEXT
           END-IF.
           WRITE OUTPUT-LINE FROM WS-CASE-LINE.

      * 0 EVERY REQUEST ERASED SOMETHING, 4 WHEN A CARD WAS REJECTED,
      * A REQUEST WAS FOUND NOWHERE, OR A KEY TABLE FILLED, 8 WHEN
      * THERE WAS NO USABLE REQUEST AT ALL.
       950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-CASE-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARD-REJECT-COUNT > 0
                   OR WS-NOT-FOUND-COUNT > 0
                   OR WS-TABLE-FULL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * ONE-LINE CONTROL-TOTAL ENTRY FOR THIS RUN, APPENDED TO THE
      * SHARED AUDIT LOG. NO DOLLAR AMOUNTS ARE TOUCHED, SO THE
      * CONTROL TOTAL IS THE NUMBER OF OCCURRENCES ERASED.
       895-WRITE-AUDIT-LOG.
           MOVE "PRVERASE" TO AP-PROGRAM-ID.
           MOVE WS-READ-COUNT TO AP-RECORDS-READ.
           MOVE WS-CHANGED-COUNT TO AP-RECORDS-WRITTEN.
           MOVE WS-CARD-REJECT-COUNT TO AP-RECORDS-REJECTED.
           MOVE WS-CHANGED-COUNT TO AP-CONTROL-TOTAL.
           MOVE "GO" TO AP-STEP-ID.
           MOVE RETURN-CODE TO AP-COND-CODE.
           MOVE SPACES TO AP-RUN-DATE-OVERRIDE.
           CALL "AUDLOG" USING AUDIT-PARM.

       900-CLOSE-FILES.
           CLOSE CONTACT-FILE.
           CLOSE NEW-CONTACT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE NEW-JOURNAL-FILE.
           CLOSE LAYAWAY-MASTER-FILE.
           CLOSE LAYAWAY-HISTORY-FILE.
           CLOSE NEW-HISTORY-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CHASE-FILE.
           CLOSE NEW-CHASE-FILE.
           CLOSE MAIL-FILE.
           CLOSE NEW-MAIL-FILE.
           CLOSE NOTICE-FILE.
           CLOSE NEW-NOTICE-FILE.
           CLOSE FEED-FILE.
           CLOSE NEW-FEED-FILE.
           CLOSE CLEAN-FILE.
           CLOSE NEW-CLEAN-FILE.
           CLOSE EDIT-EXCEPTION-FILE.
           CLOSE NEW-EDIT-EXCEPTION-FILE.
           CLOSE SALES-FILE.
           CLOSE NEW-SALES-FILE.
           CLOSE INVOICE-EXCEPTION-FILE.
           CLOSE NEW-INVOICE-EXCEPTION-FILE.
           CLOSE SALES-REJECT-FILE.
           CLOSE NEW-SALES-REJECT-FILE.
           CLOSE GIFT-CARD-REJECT-FILE.
           CLOSE NEW-GIFT-CARD-REJECT-FILE.
           CLOSE RELIEF-EXCEPTION-FILE.
           CLOSE NEW-RELIEF-EXCEPTION-FILE.
           CLOSE OUTPUT-FILE.

        END PROGRAM PRVERASE.
