      *    9100-WRITE-REJECT-RECORD at the point it bumps its rejected
      *    counter, so the dropped record survives for correction and
      *    recycling (BUGRECYC) instead of existing only as a console
      *    message.  A job whose refusals are not master records
      *    (BUGBATMN) moves its own file name to WS-REJECT-FILE-NAME
      *    first, so BUGRECYC never sees them.
      ******************************************************************
       9100-WRITE-REJECT-RECORD.
           OPEN EXTEND REJECT-FILE
