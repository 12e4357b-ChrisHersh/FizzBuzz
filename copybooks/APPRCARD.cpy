      *****************************************************
      * APPRCARD - one checker decision for TRANAPPR:
      *   APC-REQUEST-NO - the request number APPRQUE
      *     assigned (see the APPRQUE queue report).
      *   APC-DECISION   - 'A' approve or 'R' reject a
      *     pending request. 'R' against a request already
      *     approved but not yet applied withdraws it from
      *     the approved batch (used when RULEMAINT or
      *     EXCPMAINT refuses an approved transaction).
      *   APC-CHECKER-ID - the checker's user ID. It must be
      *     the user the TRANAPPR job runs under (STDENV
      *     USERID, from &SYSUID) or the card is refused, and
      *     that user must differ from the requester's; a
      *     card that tries to decide a request with the same
      *     user ID is refused and logged as a self-approval
      *     attempt.
      *   APC-COMMENT    - free text for the report.
      *****************************************************
       01 APC-CARD-RECORD.
           05 APC-REQUEST-NO          PIC 9(7).
           05 APC-DECISION            PIC X(1).
               88 APC-IS-APPROVE      VALUE 'A'.
               88 APC-IS-REJECT       VALUE 'R'.
           05 APC-CHECKER-ID          PIC X(8).
           05 APC-COMMENT             PIC X(30).
           05 FILLER                  PIC X(34).
