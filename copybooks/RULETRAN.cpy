      * version. TRAN-EFF-FROM/TRAN-EFF-TO (YYYYMMDD, spaces
      * or zero = unbounded) set the rule's effective window
      * on an ADD and replace it on an UPDATE.
      *
      * Rule changes are under dual control. The requester
      * punches TRAN-REQUESTER-ID (columns 40-47) on the
      * RULETRAN deck - it must be the user the APPRQUE job
      * runs under (STDENV USERID, from &SYSUID), or the
      * transaction is refused - and APPRQUE queues each on
      * the pending-approval file (APPRREC), assigning
      * TRAN-REQUEST-NO. TRANAPPR releases it to the approved
      * batch RULEMAINT reads only once a different user,
      * running TRANAPPR under their own user ID, has
      * approved it, stamping TRAN-APPROVER-ID; RULEMAINT
      * rejects any transaction whose approver is missing or
      * is the requester.
      *****************************************************
       01 RULE-TRAN-RECORD.
           05 TRAN-ACTION             PIC X(1).
           05 TRAN-RULE-SET-VERSION   PIC X(8).
           05 TRAN-EFF-FROM           PIC 9(8).
           05 TRAN-EFF-TO             PIC 9(8).
           05 TRAN-REQUESTER-ID       PIC X(8).
           05 TRAN-APPROVER-ID        PIC X(8).
           05 TRAN-REQUEST-NO         PIC 9(7).
           05 FILLER                  PIC X(18).
