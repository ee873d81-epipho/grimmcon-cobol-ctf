      *> CHGQFD.cpy - FD for the change-request register, one line
      *>   per ticket: the file the change is authorized against,
      *>   the planned window (date and HHMM, start and end), the
      *>   requester, and the ticket status -- APPROVED, PENDING,
      *>   REJECTED, or CANCELLD.  Only an APPROVED ticket
      *>   authorizes a change.
       FD  CHANGE-REQUEST-FILE.
       01  CHANGE-REQUEST-RECORD.
           05 CQ-TICKET              PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-TARGET-FILE         PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-WIN-START-DATE      PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-WIN-START-TIME      PIC 9(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-WIN-END-DATE        PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-WIN-END-TIME        PIC 9(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-REQUESTER           PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-STATUS              PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CQ-DESCRIPTION         PIC X(40).
