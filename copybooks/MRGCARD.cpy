      *****************************************************
      * MRGCARD - control card for the FIZZMRG partition
      * merge. MRGC-PARTITION-COUNT is the number of
      * partitions the day's range deck was split into (one
      * FIZZPART job per partition, 1 through 4). FIZZMRG
      * refuses to merge unless exactly that many partitions
      * have finished and left their partial datasets on the
      * PARTxxx concatenations in partition (and so sequence)
      * order - a partition that never ran must stop the
      * merge, not silently leave a hole in the generation.
      *****************************************************
       01 MRGC-CARD-RECORD.
           05 MRGC-PARTITION-COUNT    PIC 9(1).
           05 FILLER                  PIC X(79).
