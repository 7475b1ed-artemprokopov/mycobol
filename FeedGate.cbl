      *          system re-sent the previous day's LIST51TR.DAT and
      *          the shop processed it twice; a skipped delivery was
      *          equally invisible. Each incoming feed (HELLOTRN,
      *          LIST51TR, PRICETRN, BIRTHTRN, ROUTETRN, BANKSTMT)
      *          arrives with a delivery sequence number on the
      *          control file
      *          FEEDSEQ.DAT; this gate scans the feed for its
      *          fingerprint (record count plus a control total
      *          weighed byte by byte over the record content),
      *                   also matches the register is tonight's
      *                   delivery seen again: it passes without
      *                   touching the register.
      *   02/10/2026 AP - Added the bank's daily statement feed
      *                   BANKSTMT.DAT to the watched feeds for the bank
      *                   reconciliation (BankRec).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedGate.
           02 FILLER PIC X(12) VALUE "PRICETRN.DAT".
           02 FILLER PIC X(12) VALUE "BIRTHTRN.DAT".
           02 FILLER PIC X(12) VALUE "ROUTETRN.DAT".
           02 FILLER PIC X(12) VALUE "BANKSTMT.DAT".
       01 WatchedFeedNames REDEFINES WatchedFeedValues.
           02 WatchedFeedName      PIC X(12) OCCURS 6 TIMES.
       01 FeedStateTable.
           02 FeedStateEntry OCCURS 6 TIMES
               INDEXED BY FeedIdx.
               03 StateLastSeq      PIC 9(5).
               03 StateLastCount    PIC 9(7).
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-ONE-FEED
               VARYING FeedIdx FROM 1 BY 1 UNTIL FeedIdx > 6
           PERFORM 8000-REWRITE-REGISTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-ZERO-FEED-STATE
               VARYING FeedIdx FROM 1 BY 1 UNTIL FeedIdx > 6
           PERFORM 1100-LOAD-FEED-REGISTER
           PERFORM 1200-LOAD-TONIGHT-SEQUENCES.

           MOVE "N" TO FeedFoundSwitch
           SET FeedIdx TO 1
           PERFORM 1510-SEARCH-WATCHED-FEED
               UNTIL FeedFound OR FeedIdx > 6.

       1510-SEARCH-WATCHED-FEED.
           IF WatchedFeedName (FeedIdx) = LookupFeedName
       8000-REWRITE-REGISTER.
           OPEN OUTPUT FeedControlFile
           PERFORM 8100-WRITE-REGISTER-ENTRY
               VARYING FeedIdx FROM 1 BY 1 UNTIL FeedIdx > 6
           CLOSE FeedControlFile.

       8100-WRITE-REGISTER-ENTRY.
