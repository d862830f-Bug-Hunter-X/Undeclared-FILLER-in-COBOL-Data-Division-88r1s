               88  WS-REJECT-FIELD-OVERLAP      VALUE 'OV'.
               88  WS-REJECT-DUPLICATE-KEY      VALUE 'DK'.
               88  WS-REJECT-INVALID-TYPE       VALUE 'TC'.
      *        Transaction-level refusals from the batch maintenance
      *        job (BUGBATMN): the image is the record the
      *        transaction asked for, not a record off a master, so
      *        BUGBATMN writes these to its own file (BUGBMREJ.DAT),
      *        never to the recycled BUGREJCT.DAT.
               88  WS-REJECT-NOT-ON-MASTER      VALUE 'NF'.
               88  WS-REJECT-INVALID-ACTION     VALUE 'AC'.
               88  WS-REJECT-INVALID-AMOUNT     VALUE 'AM'.
               88  WS-REJECT-NOT-AUTHORIZED     VALUE 'NA'.
               88  WS-REJECT-NO-FREE-ID         VALUE 'HK'.
           05  WS-REJECT-JOB-NAME          PIC X(8).
