      *****************************************************
      * APPRREC - dual-control (maker-checker) record for one
      * RULETRAN or EXCPTRAN transaction. The same layout is
      * used for two datasets:
      *   PENDAPPR - the pending-approval file. APPRQUE adds
      *     each newly submitted transaction with event 'S';
      *     TRANAPPR carries it forward until a checker
      *     approves or rejects it. An approved transaction
      *     leaves this file for the approved batch, which is
      *     in plain RULETRAN/EXCPTRAN format so RULEMAINT and
      *     EXCPMAINT read it unchanged.
      *   APPRLOG - append-only log of every dual-control
      *     event, read by DUALRPT for the monthly audit
      *     report.
      *
      * APR-REQUEST-NO is assigned by APPRQUE, one higher
      * than any number already on APPRLOG. APR-TRAN-IMAGE
      * holds columns 1-39 of the transaction - everything
      * but the dual-control fields, which are carried here
      * instead. APR-CHECKER-ID is the user who approved,
      * rejected or withdrew the request, or the requester
      * trying to decide the request themselves (event 'X',
      * a self-approval attempt - refused; the request stays
      * where it was).
      *****************************************************
       01 APPR-RECORD.
           05 APR-REQUEST-NO          PIC 9(7).
           05 APR-TRAN-TYPE           PIC X(1).
               88 APR-IS-RULE-TRAN    VALUE 'R'.
               88 APR-IS-EXCP-TRAN    VALUE 'E'.
           05 APR-EVENT               PIC X(1).
               88 APR-EV-SUBMITTED    VALUE 'S'.
               88 APR-EV-APPROVED     VALUE 'A'.
               88 APR-EV-REJECTED     VALUE 'R'.
               88 APR-EV-SELF-APPROVAL VALUE 'X'.
               88 APR-EV-WITHDRAWN    VALUE 'W'.
           05 APR-SUBMIT-DATE         PIC 9(8).
           05 APR-REQUESTER-ID        PIC X(8).
           05 APR-EVENT-DATE          PIC 9(8).
           05 APR-CHECKER-ID          PIC X(8).
           05 APR-TRAN-IMAGE          PIC X(39).
