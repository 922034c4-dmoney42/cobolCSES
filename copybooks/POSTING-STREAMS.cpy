      *> Posting stream table - how a night's payment posting is split
      *> across concurrent streams by case (parent) ID range. One row
      *> per stream, numbered from 1 in ascending range order; taken
      *> together the ranges must cover every case ID from 00000000
      *> through 99999999 with no gap and no overlap, so each payment
      *> on the night's file belongs to exactly one stream. Stream 0
      *> is not listed - it is the opening step that runs ahead of
      *> the others over the whole master. Read by the main batch
      *> when it is started as a stream and by the merge step that
      *> puts the streams' output back together. Shared here so every
      *> reader carries the same layout.
       FD  POSTING-STREAM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS POSTING-STREAM-RECORD.

       01  POSTING-STREAM-RECORD.
           05  PS-STREAM-NUMBER      PIC X(01).
           05  PS-LOW-PARENT-ID      PIC X(08).
           05  PS-HIGH-PARENT-ID     PIC X(08).
           05  FILLER                PIC X(23).
