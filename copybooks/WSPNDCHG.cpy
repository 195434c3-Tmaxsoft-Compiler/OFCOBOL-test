      ***************************************************************
      *  WSPNDCHG - pending customer master change held for a
      *  second user's approval.  CUSMNT01 queues a change to any
      *  field named on the dual-control file instead of applying
      *  it, MCKAPR01 records the checker's decision or expires the
      *  item once its last approval day has passed, and CUSMNT01
      *  applies an approved item on its next run.  Values are held
      *  as the field's display image (zoned digits for numeric
      *  fields), under the WSFLDMAP field name.  When CUSMNT01
      *  rewrites the queue it keeps only items still waiting and
      *  moves every finished one to the change history file, the
      *  lasting record of who entered and who decided each change.
      ***************************************************************
       01 WS-PENDING-CHANGE.
           05 PD-CUST-NO                  PIC 9(9).
           05 PD-FIELD-NAME               PIC X(15).
           05 PD-OLD-VALUE                PIC X(40).
           05 PD-NEW-VALUE                PIC X(40).
           05 PD-MAKER                    PIC X(8).
           05 PD-ENTERED-DATE             PIC 9(7).
           05 PD-EXPIRY-DATE              PIC 9(7).
           05 PD-STATUS                   PIC X(1).
               88 PD-PENDING              VALUE "P".
               88 PD-APPROVED             VALUE "A".
               88 PD-REJECTED             VALUE "R".
               88 PD-EXPIRED              VALUE "X".
               88 PD-APPLIED              VALUE "D".
               88 PD-CANCELLED            VALUE "C".
               88 PD-AWAITING-ACTION      VALUE "P" "A".
           05 PD-CHECKER                  PIC X(8).
           05 PD-DECIDED-DATE             PIC 9(7).
           05 PD-REJECT-REASON            PIC X(30).
