      *>   on file: RUN-DUMBO / RUN-MICKEY / RUN-PLUTO (live sweep),
      *>   SITE-HOST (site directory change; parms carry site, host,
      *>   base path, active flag), CRED-DELETE (parms carry the
      *>   userid), BUDGET-OVRD (parms carry the new BUDGCTR value),
      *>   PARM-VERSION (parms carry program, parm name, and value in
      *>   columns 1-40 and the supporting evidence in 41-80).
      *>   Statuses: PENDING, DONE (approved and executed), REJECTED.
      *>   AQ-TICKET is the change ticket the requester named, carried
      *>   through to the approver's journal entry.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           05 AQ-REQUEST-ID          PIC 9(6).
           05 AQ-PARMS               PIC X(80).
           05 AQ-STATUS              PIC X(8).
           05 AQ-APPROVER            PIC X(8).
           05 AQ-TICKET              PIC X(10).
