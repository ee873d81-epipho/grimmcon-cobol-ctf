      *> ALRTFD.cpy - FD for the central alert queue.  AL-STATUS is
      *>   O (open), A (acknowledged), or S (suppressed when raised:
      *>   AL-ACK-OPER holds the SUPPREG suppression ID); AL-CYCLES
      *>   counts the escalation passes an open alert has sat through,
      *>   and AL-ESC-FLAG marks one whose severity has been raised
      *>   for sitting unacknowledged too long.  AL-FAILURE-TYPE names
      *>   the kind of failure raised (ABEND, STEPFAIL, BUDGET, ...),
      *>   which with AL-SOURCE keys the run-book entry shown
      *>   against the alert; blank on alerts from before it existed.
       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-RECORD.
           05 AL-ID                  PIC 9(6).
           05 AL-NOTE                PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-MESSAGE             PIC X(40).
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-FAILURE-TYPE        PIC X(8).
