      *****************************************************************
      * QUEHIST - QUEUE-STATISTICS HISTORY RECORD, ONE PER QUEUE PER
      * SWITCH INTERVAL. A5QPOST POSTS THE SWITCH'S DAILY QUEUE FEED
      * INTO THIS CUMULATIVE SEQUENTIAL FILE (A NEW GENERATION EACH
      * RUN, THE FEED'S DATE REPLACING ANY EARLIER POSTING OF IT), AND
      * A5QSLRPT BUILDS THE SERVICE-LEVEL REPORT FROM IT. THE SWITCH
      * REPORTS SPEED OF ANSWER AND HANDLE TIME AS INTERVAL AVERAGES
      * IN SECONDS; REPORTS WEIGHT THEM BY CALLS ANSWERED TO ROLL
      * INTERVALS UP. QH-IN-TARGET IS THE SWITCH'S COUNT OF CALLS
      * ANSWERED WITHIN ITS SERVICE-LEVEL TARGET. RECORD LENGTH 44.
      *****************************************************************
       01 QUEUE-HISTORY-RECORD.
          05 QH-QUEUE                 PIC X(4).
          05 QH-DATE                  PIC 9(8).
          05 QH-INTERVAL              PIC 9(4).
          05 QH-OFFERED               PIC 9(5).
          05 QH-ANSWERED              PIC 9(5).
          05 QH-ABANDONED             PIC 9(5).
          05 QH-IN-TARGET             PIC 9(5).
          05 QH-AVG-ANSWER-SECS       PIC 9(4).
          05 QH-AVG-HANDLE-SECS       PIC 9(4).
