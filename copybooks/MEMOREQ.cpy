      *> MEMOREQ.cpy
      *> Shared MEMO-REQUEST-FILE record layout (MEMOPOST.REQ, one
      *> line). MEMO-POST writes it immediately before it CALLs
      *> TRANS-SCRUB or TRANS-PROCESSOR for a simulated ("memo") run,
      *> naming the program it is about to call and the day. The
      *> program named reads it first thing, empties it at once and
      *> runs as a simulation only when it names that program and
      *> today; anything else - no file, an empty one, another
      *> program's or a day-old request - is an ordinary posting run.
      *> A memo run writes none of the files a posting run writes,
      *> only memo copies of them (see MEMO-POST). The date keeps a
      *> request left behind by an interrupted MEMO-POST from turning
      *> a later night's posting into a simulation.
       01  MEMO-REQUEST-RECORD.
           05  MQ-PROGRAM-ID           PIC X(15).
           05  FILLER                  PIC X(01).
           05  MQ-RUN-DATE             PIC X(08).
