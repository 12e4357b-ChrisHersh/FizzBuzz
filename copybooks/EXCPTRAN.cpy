      * XTRN-FORCE-LABEL become EXC-ACTION/EXC-FORCE-LABEL
      * on an ADD and replace them on an UPDATE; both are
      * ignored on a DELETE.
      *
      * Exception changes are under the same dual control
      * as RULETRAN, with the dual-control fields in the same
      * columns: the requester punches XTRN-REQUESTER-ID
      * (columns 40-47), which must be the user the APPRQUE
      * job runs under, APPRQUE queues the transaction and
      * assigns XTRN-REQUEST-NO, and TRANAPPR releases it to
      * the approved batch EXCPMAINT reads, with
      * XTRN-APPROVER-ID stamped, once a different user,
      * running TRANAPPR under their own user ID, has
      * approved it.
      *****************************************************
       01 EXCP-TRAN-RECORD.
           05 XTRN-ACTION             PIC X(1).
           05 XTRN-I-VALUE            PIC 9(9).
           05 XTRN-EXC-ACTION         PIC X(1).
           05 XTRN-FORCE-LABEL        PIC X(20).
           05 FILLER                  PIC X(8).
           05 XTRN-REQUESTER-ID       PIC X(8).
           05 XTRN-APPROVER-ID        PIC X(8).
           05 XTRN-REQUEST-NO         PIC 9(7).
           05 FILLER                  PIC X(18).
