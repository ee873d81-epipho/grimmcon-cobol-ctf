      *>   One test-account credential record, keyed on CR-USERID.
      *>   The lifecycle fields are maintained in place by DUMBO as
      *>   it processes each credential: CR-STATUS 'N' = never
      *>   attempted, 'P' = last attempt passed (200, or the password was
      *>   accepted behind a second-factor challenge), 'F' = last
      *>   attempt failed, 'S' = suspended by the vendor's
      *>   account-status feed (VENDFEED; the sweeps skip these);
      *>   CR-LAST-ATTEMPT-DATE and
